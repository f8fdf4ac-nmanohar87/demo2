000100*----------------------------------------------------------*
000200*    PENDREC - PENDING SALARY APPROVAL RECORD LAYOUT       *
000300*    SHARED BY THE SALARY TRANSACTION APPLY, WHICH HOLDS   *
000400*    AN ADD OR CHANGE OVER ITS DUAL-CONTROL LIMITS ON THE  *
000500*    INDEXED PENDMAST.DAT FILE INSTEAD OF APPLYING IT, BY  *
000600*    THE APPROVAL PROGRAM A SECOND, NAMED APPROVER USES TO *
000700*    RELEASE OR REJECT EACH HELD ITEM, AND BY THE PENDING  *
000800*    ITEMS AGING REPORT.  KEYED ON EMPLOYEEID, THE DATE    *
000900*    AND TIME THE ITEM WAS HELD AND ITS RECORD NUMBER ON   *
001000*    THE SALTRAN FILE, SO AN EMPLOYEE'S ITEMS READ OLDEST  *
001100*    FIRST.  THE HELD ITEM IS THE SALTRAN TRANSACTION AS   *
001200*    EDITED - THE GRADE IS THE ONE THE EMPLOYEE WILL CARRY *
001300*    - WITH THE SALARY ON EMPLOYEE2 WHEN IT WAS HELD (ZERO *
001400*    FOR AN ADD).  A DECIDED ITEM STAYS ON FILE AS         *
001500*    RELEASED OR REJECTED, WITH THE APPROVER AND WHEN, AS  *
001600*    THE RECORD OF THE SECOND LOOK.  EMPTY UNTIL THE FIRST *
001700*    ITEM IS HELD - DEFINED BY THE PENDINIT SETUP JOB.     *
001800*----------------------------------------------------------*
001900 01  PendingApprovalRecord.
002000     05  PendKey.
002100         10  PendEmployeeID     PIC 9(05).
002200         10  PendHeldDate       PIC 9(08).
002300         10  PendHeldTime       PIC 9(08).
002400         10  PendTranNumber     PIC 9(05).
002500     05  PendAction             PIC X(01).
002600         88  PEND-ADD                    VALUE 'A'.
002700         88  PEND-CHANGE                 VALUE 'C'.
002800     05  PendNewSalary          PIC 9(07).
002900     05  PendOldSalary          PIC 9(07).
003000     05  PendEffectiveDate      PIC 9(08).
003100     05  PendGrade              PIC X(03).
003200     05  PendHoldReason         PIC X(30).
003300     05  PendKeyedBy            PIC X(08).
003400     05  PendStatus             PIC X(01).
003500         88  PEND-PENDING                VALUE 'P'.
003600         88  PEND-RELEASED               VALUE 'R'.
003700         88  PEND-REJECTED               VALUE 'X'.
003800     05  PendApproverID         PIC X(08).
003900     05  PendDecisionDate       PIC 9(08).
004000     05  PendDecisionTime       PIC 9(08).
004100     05  PendDecisionNote       PIC X(30).
