000100*----------------------------------------------------------*
000200*    PCALREC - PAY CALENDAR MASTER RECORD LAYOUT, SHARED    *
000300*    BY THE PAY CALENDAR MAINTENANCE PROGRAM THAT KEEPS     *
000400*    THE INDEXED PAYCAL.DAT MASTER UP TO DATE AND BY THE    *
000500*    PAY-CYCLE PROGRAMS (PAYROLL REGISTER, PAYMENT FILE     *
000600*    EXTRACT) THAT LOOK UP THE PERIOD A RUN DATE FALLS IN.  *
000700*    ONE RECORD PER SEMI-MONTHLY PAY PERIOD, KEYED ON THE   *
000800*    PERIOD NUMBER - THE FOUR-DIGIT YEAR AND THE PERIOD'S   *
000900*    NUMBER WITHIN IT, 01-24 - SO KEY ORDER IS DATE ORDER.  *
001000*    A PERIOD IS OPEN UNTIL ITS PAYMENT FILE GOES TO THE    *
001100*    BANK, WHEN THE PAYMENT EXTRACT MARKS IT PAID; CLOSED   *
001200*    MEANS NO FURTHER PAY RUNS OF ANY KIND.  THE STATUS     *
001300*    DATE IS WHEN THE STATUS LAST CHANGED.                  *
001310*                                                           *
001320*    2026-10-15  RJ  ADDED THE CHECKS, GROSS, DEDUCTIONS    *
001330*    AND NET POSTED TO PAYYTD IN THE PERIOD.  THE PAYROLL   *
001340*    REGISTER ADDS EACH RUN'S POSTINGS HERE, SO THE YEAR-   *
001350*    END CLOSE CAN TIE THE PAYYTD TOTALS BACK TO THE SUM    *
001360*    OF THE YEAR'S REGISTERS PERIOD BY PERIOD.              *
001400*----------------------------------------------------------*
001500 01  PayCalendarRecord.
001600     05  CalPeriodNumber.
001700         10  CalPeriodYear      PIC 9(04).
001800         10  CalPeriodInYear    PIC 9(02).
001900     05  CalBeginDate       PIC 9(08).
002000     05  CalEndDate         PIC 9(08).
002100     05  CalCheckDate       PIC 9(08).
002200     05  CalStatus          PIC X(01).
002300         88  CAL-OPEN                VALUE 'O'.
002400         88  CAL-PAID                VALUE 'P'.
002500         88  CAL-CLOSED              VALUE 'C'.
002600     05  CalStatusDate      PIC 9(08).
002700     05  CalPostedChecks    PIC 9(05).
002800     05  CalPostedGross     PIC 9(11).
002900     05  CalPostedDedns     PIC 9(11).
003000     05  CalPostedNet       PIC 9(11).
