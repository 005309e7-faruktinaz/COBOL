001380*                     DUE.  A BLANK CODE MEANS PAID EVERY RUN,   *
001390*                     SO EXISTING RECORDS KEEP TODAY'S           *
001391*                     BEHAVIOR.                                  *
001392*    10/14/26   FT    ADDED THE COST-CENTRE CODE (MAINTAINED BY  *
001394*                     EMPMNT) SO HELLO CAN TOTAL PAY AND GLPOST  *
001396*                     CAN POST SALARY EXPENSE PER COST CENTRE.   *
001398*                     BLANK MEANS NOT YET ASSIGNED.              *
001400*****************************************************************
001500    01  EMPLOYEE.
001600        02  EmpIdent                PIC 9(04).
002300        02  EmpTermDate             PIC 9(08).
002400        02  EmpPayFreq              PIC X(01).
002500            88  EmpPaidEveryRun     VALUE SPACE.
002600        02  EmpCostCentre           PIC X(04).
002700            88  EmpNoCostCentre     VALUE SPACES.
