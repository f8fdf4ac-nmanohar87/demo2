000100*----------------------------------------------------------*
000200*    STATREC - EMPLOYMENT STATUS HISTORY RECORD LAYOUT     *
000300*    WRITTEN BY THE EMPLOYEE1 MAINTENANCE PROGRAM AND READ *
000400*    BY THE HEADCOUNT AND TURNOVER REPORT, SO EVERY ENTRY  *
000500*    ON THE CUMULATIVE STATHIST.DAT HISTORY FILE HAS THE   *
000600*    SAME SHAPE.  EMPLOYEE1 ONLY HOLDS THE CURRENT STATUS  *
000700*    AND THE DATE IT TOOK EFFECT, SO THIS IS THE ONE PLACE *
000800*    A HIRE CAN BE TOLD FROM A RETURN FROM LEAVE, OR AN    *
000900*    EARLIER CHANGE SEEN AT ALL.  ONE RECORD PER APPLIED   *
001000*    ADD, STATUS CHANGE OR DELETE - AN ADD CARRIES A BLANK *
001100*    OLD STATUS AND A ZERO OLD DATE, A DELETE A BLANK NEW  *
001200*    STATUS.  THE EFFECTIVE DATE IS THE ONE KEYED WITH THE *
001300*    CHANGE (THE RUN DATE FOR AN ADD OR DELETE), SO A      *
001400*    BACK-DATED CHANGE COUNTS IN THE MONTH IT TOOK EFFECT, *
001500*    NOT THE MONTH IT WAS KEYED.                           *
001600*----------------------------------------------------------*
001700 01  StatusHistoryRecord.
001800     05  STAT-RUN-DATE          PIC 9(08).
001900     05  STAT-RUN-TIME          PIC 9(08).
002000     05  STAT-EMPLOYEE-ID       PIC 9(05).
002100     05  STAT-ACTION            PIC X(01).
002200         88  STAT-ADD                    VALUE 'A'.
002300         88  STAT-CHANGE                 VALUE 'C'.
002400         88  STAT-DELETE                 VALUE 'D'.
002500     05  STAT-OLD-STATUS        PIC X(01).
002600     05  STAT-NEW-STATUS        PIC X(01).
002700     05  STAT-OLD-DATE          PIC 9(08).
002800     05  STAT-EFFECTIVE-DATE    PIC 9(08).
002900     05  STAT-EMPLOYEE-NAME     PIC X(30).
003000     05  STAT-SOURCE            PIC X(08).
