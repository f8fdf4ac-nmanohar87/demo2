001130*    FOR THE DEPARTMENT-PERCENTAGE RAISES THE MASS SALARY   *
001140*    INCREASE PROGRAM APPLIES - SAME BEFORE/AFTER IMAGES,   *
001150*    SOURCE SALINCR.                                        *
001155*                                                           *
001160*    2026-10-15  RJ  ADDED THE DATE THE CHANGE TAKES EFFECT *
001165*    FROM.  IT IS THE RUN DATE UNLESS HR BACK-DATED THE     *
001170*    CHANGE, AND THE RETRO PAY RUN PAYS THE DIFFERENCE FOR  *
001175*    ANY PERIOD ALREADY PAID AT THE OLD SALARY.  RECORDS    *
001180*    WRITTEN BEFORE THE FIELD WENT IN READ AS SPACES AND    *
001185*    ARE TREATED AS EFFECTIVE ON THEIR RUN DATE.            *
001187*                                                           *
001189*    2026-10-15  RJ  ADDED THE APPROVER.  A SALTRAN CHANGE  *
001191*    OVER THE DUAL-CONTROL LIMITS IS HELD ON PENDMAST AND   *
001193*    ONLY REACHES EMPLOYEE2 WHEN A SECOND, NAMED APPROVER   *
001195*    RELEASES IT - THAT IMAGE CARRIES THE APPROVER'S ID     *
001197*    AND SOURCE SALAPPR.  SPACES ON EVERY OTHER IMAGE.      *
001200*----------------------------------------------------------*
001300 01  HistoryRecord.
001400     05  HIST-RUN-DATE          PIC 9(08).
002100     05  HIST-OLD-SALARY        PIC 9(07).
002200     05  HIST-NEW-SALARY        PIC 9(07).
002300     05  HIST-SOURCE            PIC X(14).
002400     05  HIST-EFFECTIVE-DATE    PIC 9(08).
002500     05  HIST-APPROVED-BY       PIC X(08).
