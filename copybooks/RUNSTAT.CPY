001300*    MODIFICATION HISTORY                                       *
001400*    DATE       INIT  DESCRIPTION                                *
001500*    08/22/26   FT    ORIGINAL VERSION.                          *
001510*    10/14/26   FT    ADDED THE RESTART FLAG, SET BY A STEP THAT *
001520*                     RESUMED FROM ITS OWN IN-STEP CHECKPOINT,   *
001530*                     SO THE OPERATIONS SUMMARY SHOWS THE        *
001540*                     RESTART.                                   *
001600*****************************************************************
001700    01  RUN-STAT-RECORD.
001800        02  RSTAT-PROGRAM           PIC X(08).
002600        02  RSTAT-WRITTEN-COUNT     PIC 9(07).
002700        02  RSTAT-REJECT-COUNT      PIC 9(07).
002800        02  RSTAT-RETURN-CODE       PIC 9(04).
002900        02  RSTAT-RESTART-FLAG      PIC X(01).
003000            88  RSTAT-RESTARTED     VALUE "R".
