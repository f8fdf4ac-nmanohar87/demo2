000100*----------------------------------------------------------*
000200*    PAYFREC - PAYMENT FILE RECORD LAYOUTS - FIXED COLUMNS  *
000300*    AGREED WITH THE BANK, SHARED BY THE PAYMENT FILE       *
000400*    EXTRACT THAT SENDS THE REGULAR PAY-CYCLE PAYFILE AND   *
000500*    BY ANY OFF-CYCLE RUN THAT SENDS A PAYMENT FILE OF ITS  *
000600*    OWN (RETRO PAY, FINAL PAY), SO THE BANK SEES ONE       *
000700*    LAYOUT.  EVERY RECORD CARRIES ITS TYPE IN COLUMN 1:    *
000800*    H = HEADER, D = DETAIL, T = TRAILER.  THE DETAIL PAYS  *
000900*    NET, WITH THE GROSS AND DEDUCTIONS BEHIND IT CARRIED   *
001000*    ALONGSIDE; THE TRAILER HOLDS THE DETAIL COUNT, THE     *
001100*    ANNUAL SALARY HASH AND THE NET, GROSS AND DEDUCTION    *
001200*    TOTALS.                                                *
001210*                                                           *
001220*    2026-10-15  RJ  ADDED THE SOURCE OF THE FILE TO THE    *
001230*    HEADER - P = THE PAY-CYCLE PAYMENT EXTRACT, R = RETRO  *
001240*    PAY, F = FINAL PAY - SO TWO FILES SENT THE SAME DAY    *
001250*    CAN BE TOLD APART WHEN THE BANK RETURNS A PAYMENT ON   *
001260*    ONE OF THEM.  SPACE IS A FILE WRITTEN BEFORE THE       *
001270*    SOURCE EXISTED.                                        *
001300*----------------------------------------------------------*
001400 01  PAY-HEADER-RECORD.
001500     05  PAY-HDR-TYPE           PIC X(01) VALUE 'H'.
001600     05  PAY-HDR-RUN-DATE       PIC 9(08).
001700     05  PAY-HDR-PERIOD         PIC 9(06).
001800     05  PAY-HDR-CHECK-DATE     PIC 9(08).
001810     05  PAY-HDR-SOURCE         PIC X(01) VALUE SPACE.
001820         88  PAY-SRC-PAYEXT              VALUE 'P'.
001830         88  PAY-SRC-RETROPAY            VALUE 'R'.
001840         88  PAY-SRC-FINALPAY            VALUE 'F'.
001900     05  FILLER                 PIC X(56) VALUE SPACES.
002000
002100 01  PAY-DETAIL-RECORD.
002200     05  PAY-DTL-TYPE           PIC X(01) VALUE 'D'.
002300     05  PAY-DTL-EMPLOYEE-ID    PIC 9(05).
002400     05  PAY-DTL-ROUTING        PIC 9(09).
002500     05  PAY-DTL-ACCOUNT        PIC X(17).
002600     05  PAY-DTL-ACCT-TYPE      PIC X(01).
002700     05  PAY-DTL-PRENOTE        PIC X(01).
002800     05  PAY-DTL-NET-PAY        PIC 9(07).
002900     05  PAY-DTL-ANNUAL-SALARY  PIC 9(07).
003000     05  PAY-DTL-PERIOD-GROSS   PIC 9(07).
003100     05  PAY-DTL-DEDUCTIONS     PIC 9(07).
003200     05  FILLER                 PIC X(18) VALUE SPACES.
003300
003400 01  PAY-TRAILER-RECORD.
003500     05  PAY-TRL-TYPE           PIC X(01) VALUE 'T'.
003600     05  PAY-TRL-DETAIL-COUNT   PIC 9(07).
003700     05  PAY-TRL-HASH-ANNUAL    PIC 9(13).
003800     05  PAY-TRL-TOTAL-NET      PIC 9(11).
003900     05  PAY-TRL-TOTAL-GROSS    PIC 9(11).
004000     05  PAY-TRL-TOTAL-DEDNS    PIC 9(11).
004100     05  FILLER                 PIC X(26) VALUE SPACES.
