000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MaintainPayCalendar.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  ADD/CHANGE/DELETE/
001100*                     INQUIRE AND STATUS-CHANGE MAINTENANCE
001200*                     FOR THE PAYCAL PAY CALENDAR MASTER THE
001300*                     PAYROLL REGISTER AND THE PAYMENT FILE
001400*                     EXTRACT LOOK UP EACH RUN'S PAY PERIOD
001500*                     ON, REPLACING THE PAY CYCLE THAT ONLY
001600*                     LIVED IN THE PAYREG JCL COMMENTS.
001700*                     BUILT IN THE SAME STYLE AS
001800*                     MAINTAINEMPLOYEE1, INCLUDING THE
001900*                     STATUS-CHANGE OPTION AND THE AUDIT
002000*                     TRAIL ENTRY PER COMPLETED TRANSACTION.
002100*                     A PERIOD'S DATES MAY NOT OVERLAP ANY
002200*                     OTHER PERIOD'S, SO A RUN DATE CAN ONLY
002300*                     EVER FALL IN ONE PERIOD, AND ONLY AN
002400*                     OPEN PERIOD MAY HAVE ITS DATES CHANGED
002500*                     OR BE DELETED - A PAID OR CLOSED
002600*                     PERIOD IS PAYROLL HISTORY.
002610*    2026-10-15  RJ   A NEW PERIOD STARTS WITH ZERO POSTED
002620*                     TOTALS, INQUIRY SHOWS WHAT THE PAYROLL
002630*                     REGISTER HAS POSTED IN THE PERIOD, AND
002640*                     A PERIOD WITH CHECKS POSTED TO IT CAN
002650*                     NO LONGER BE DELETED - THE YEAR-END
002660*                     CLOSE TIES PAYYTD BACK TO THOSE FIGURES.
002670*    2026-10-15  RJ   A CLOSED PERIOD CAN NO LONGER BE
002675*                     REOPENED OR MARKED PAID BY HAND - ONCE
002680*                     THE YEAR-END CLOSE HAS CAPTURED A YEAR
002685*                     NOTHING MAY POST TO IT AGAIN.  BEGIN,
002690*                     END AND CHECK DATES ARE EDITED FOR A
002695*                     MONTH OF 01-12 AND A DAY OF 01-31.
002700*
002800*----------------------------------------------------------*
002900*    MAINTAINPAYCALENDAR - ADD, CHANGE, DELETE, INQUIRE    *
003000*    AND CHANGE THE STATUS OF PAY PERIODS ON THE PAY       *
003100*    CALENDAR MASTER, KEYED ON PERIOD NUMBER.  RUN         *
003200*    INTERACTIVELY FROM A TERMINAL.                        *
003300*----------------------------------------------------------*
003400*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PayCalendarFile ASSIGN TO PAYCAL
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CalPeriodNumber
004200         FILE STATUS IS WS-CAL-STATUS-CODE.
004300     SELECT AuditFile ASSIGN TO MERGEAUD
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-AUD-STATUS-CODE.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PayCalendarFile.
005000     COPY PCALREC.
005100
005200 FD  AuditFile.
005300     COPY AUDITREC.
005400
005500 WORKING-STORAGE SECTION.
005600*
005700*    FILE STATUS AND LOOP CONTROL
005800*
005900 77  WS-CAL-STATUS-CODE     PIC XX.
006000 77  WS-AUD-STATUS-CODE     PIC XX.
006100 77  WS-MORE-SW             PIC X VALUE 'Y'.
006200     88  MORE-TRANSACTIONS          VALUE 'Y'.
006300 77  WS-FUNCTION-CHOICE     PIC X VALUE SPACE.
006400 77  WS-EDIT-SW             PIC X VALUE 'N'.
006500     88  EDIT-FAILED                VALUE 'Y'.
006600 77  WS-FOUND-SW            PIC X VALUE 'N'.
006700     88  RECORD-FOUND                VALUE 'Y'.
006800 77  WS-CONFIRM             PIC X VALUE SPACE.
006900 77  WS-EOF-CALENDAR        PIC X VALUE 'N'.
007000     88  EOF-CALENDAR               VALUE 'Y'.
007100*
007200*    TRANSACTION WORK AREAS.  THE PERIOD NUMBER IS KEYED AS
007300*    YYYYPP AND EDITED THROUGH THE REDEFINITION - PP MUST BE
007400*    A SEMI-MONTHLY PERIOD, 01 THROUGH 24.
007500*
007600 01  WS-INPUT-PERIOD        PIC X(06).
007700 01  WS-INPUT-PERIOD-PARTS REDEFINES WS-INPUT-PERIOD.
007800     05  WS-INPUT-PERIOD-YEAR   PIC 9(04).
007900     05  WS-INPUT-PERIOD-NUM    PIC 9(02).
008000 01  WS-INPUT-DATE          PIC X(08).
008010 01  WS-INPUT-DATE-PARTS REDEFINES WS-INPUT-DATE.
008020     05  WS-INPUT-DATE-YEAR     PIC 9(04).
008030     05  WS-INPUT-DATE-MONTH    PIC 9(02).
008040     05  WS-INPUT-DATE-DAY      PIC 9(02).
008100 77  WS-INPUT-BEGIN         PIC 9(08) VALUE ZERO.
008200 77  WS-INPUT-END           PIC 9(08) VALUE ZERO.
008300 77  WS-INPUT-CHECK         PIC 9(08) VALUE ZERO.
008400 77  WS-INPUT-STATUS        PIC X(01).
008500 77  WS-DATE-PROMPT         PIC X(12).
008600 77  WS-TODAY               PIC 9(08) VALUE ZERO.
008700 77  WS-OVERLAP-PERIOD      PIC X(06) VALUE SPACES.
008800 77  WS-AUDIT-ACTION        PIC X(10).
008900*
009000*----------------------------------------------------------*
009100*    0000-MAINLINE                                          *
009200*----------------------------------------------------------*
009300*
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009700     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
009800         UNTIL NOT MORE-TRANSACTIONS
009900     PERFORM 9000-TERMINATE THRU 9000-EXIT
010000     STOP RUN.
010100*
010200*----------------------------------------------------------*
010300*    1000-INITIALIZE - OPEN THE PAY CALENDAR MASTER FOR     *
010400*    RANDOM AND BROWSE ACCESS.  LIKE THE OTHER PAYROLL      *
010500*    MASTERS, PAYCAL IS A VSAM KSDS CLUSTER A COBOL OPEN    *
010600*    CANNOT CREATE - THE ONE-TIME PCALINIT SETUP JOB        *
010700*    DEFINES IT, SO A STATUS 35 MEANS PCALINIT WAS NEVER    *
010800*    RUN AND THE PROGRAM STOPS RATHER THAN TRY TO           *
010900*    SELF-PROVISION IT.                                     *
011000*----------------------------------------------------------*
011100*
011200 1000-INITIALIZE.
011300     OPEN I-O PayCalendarFile
011400     IF WS-CAL-STATUS-CODE = '35'
011500         DISPLAY 'PCAL0015E - PAYCAL PAY CALENDAR CLUSTER DOES '
011600                 'NOT EXIST - RUN THE ONE-TIME PCALINIT SETUP '
011700                 'JOB BEFORE STARTING MAINTENANCE'
011800         MOVE 16 TO RETURN-CODE
011900         STOP RUN
012000     END-IF
012100*
012200*    THE AUDIT TRAIL ACCUMULATES ACROSS RUNS, SO IT IS OPENED
012300*    EXTEND TO APPEND.  ON THE VERY FIRST RUN AT A NEW SITE
012400*    THE FILE WON'T EXIST YET (STATUS 35), SO FALL BACK TO
012500*    OPEN OUTPUT TO CREATE IT.
012600*
012700     OPEN EXTEND AuditFile
012800     IF WS-AUD-STATUS-CODE = '35'
012900         OPEN OUTPUT AuditFile
013000     END-IF
013100     ACCEPT WS-TODAY FROM DATE YYYYMMDD
013200     DISPLAY ' '
013300     DISPLAY 'PAY CALENDAR MASTER MAINTENANCE'
013400     DISPLAY ' '.
013500 1000-EXIT.
013600     EXIT.
013700*
013800*----------------------------------------------------------*
013900*    2000-PROCESS-MENU - DISPLAY THE MENU, READ A CHOICE    *
014000*    AND DISPATCH TO THE REQUESTED FUNCTION                 *
014100*----------------------------------------------------------*
014200*
014300 2000-PROCESS-MENU.
014400     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
014500     PERFORM 2200-GET-CHOICE THRU 2200-EXIT
014600     EVALUATE WS-FUNCTION-CHOICE
014700         WHEN '1'
014800             PERFORM 3000-ADD-PERIOD THRU 3000-EXIT
014900         WHEN '2'
015000             PERFORM 4000-CHANGE-PERIOD THRU 4000-EXIT
015100         WHEN '3'
015200             PERFORM 5000-DELETE-PERIOD THRU 5000-EXIT
015300         WHEN '4'
015400             PERFORM 6000-INQUIRE-PERIOD THRU 6000-EXIT
015500         WHEN '5'
015600             PERFORM 6500-CHANGE-STATUS THRU 6500-EXIT
015700         WHEN '6'
015800             MOVE 'N' TO WS-MORE-SW
015900         WHEN OTHER
016000             DISPLAY 'PCAL0001E - INVALID SELECTION, TRY '
016100                     'AGAIN'
016200     END-EVALUATE.
016300 2000-EXIT.
016400     EXIT.
016500
016600 2100-DISPLAY-MENU.
016700     DISPLAY '1. ADD PAY PERIOD'
016800     DISPLAY '2. CHANGE PAY PERIOD DATES'
016900     DISPLAY '3. DELETE PAY PERIOD'
017000     DISPLAY '4. INQUIRE PAY PERIOD'
017100     DISPLAY '5. CHANGE PAY PERIOD STATUS'
017200     DISPLAY '6. EXIT'.
017300 2100-EXIT.
017400     EXIT.
017500
017600 2200-GET-CHOICE.
017700     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING
017800     ACCEPT WS-FUNCTION-CHOICE.
017900 2200-EXIT.
018000     EXIT.
018100*
018200*----------------------------------------------------------*
018300*    2300-ACCEPT-PERIOD - COMMON ROUTINE USED BY EVERY      *
018400*    FUNCTION TO READ A PERIOD NUMBER FROM THE TERMINAL AND *
018500*    EDIT IT BEFORE IT IS USED AS A RECORD KEY              *
018600*----------------------------------------------------------*
018700*
018800 2300-ACCEPT-PERIOD.
018900     MOVE 'N' TO WS-EDIT-SW
019000     DISPLAY 'ENTER PERIOD NUMBER (YYYYPP, PP 01-24): '
019100         WITH NO ADVANCING
019200     ACCEPT WS-INPUT-PERIOD
019300     IF WS-INPUT-PERIOD NOT NUMERIC
019400         DISPLAY 'PCAL0002E - PERIOD NUMBER MUST BE SIX DIGITS'
019500         MOVE 'Y' TO WS-EDIT-SW
019600         GO TO 2300-EXIT
019700     END-IF
019800     IF WS-INPUT-PERIOD-NUM < 1
019900       OR WS-INPUT-PERIOD-NUM > 24
020000         DISPLAY 'PCAL0003E - PERIOD WITHIN THE YEAR MUST BE '
020100                 '01 THROUGH 24'
020200         MOVE 'Y' TO WS-EDIT-SW
020300         GO TO 2300-EXIT
020400     END-IF
020500     MOVE WS-INPUT-PERIOD TO CalPeriodNumber.
020600 2300-EXIT.
020700     EXIT.
020800*
020900*    WS-DATE-PROMPT NAMES THE DATE BEING KEYED; THE EDITED
021000*    DATE COMES BACK IN WS-INPUT-DATE.
021100*
021200 2400-ACCEPT-DATE.
021300     MOVE 'N' TO WS-EDIT-SW
021400     DISPLAY 'ENTER ' WS-DATE-PROMPT ' DATE (YYYYMMDD): '
021500         WITH NO ADVANCING
021600     ACCEPT WS-INPUT-DATE
021700     IF WS-INPUT-DATE NOT NUMERIC
021800         DISPLAY 'PCAL0004E - ' WS-DATE-PROMPT ' DATE MUST BE '
021900                 'AN EIGHT DIGIT YYYYMMDD DATE'
022000         MOVE 'Y' TO WS-EDIT-SW
022010         GO TO 2400-EXIT
022100     END-IF
022110     IF WS-INPUT-DATE-MONTH < 01 OR WS-INPUT-DATE-MONTH > 12
022120       OR WS-INPUT-DATE-DAY < 01 OR WS-INPUT-DATE-DAY > 31
022130         DISPLAY 'PCAL0025E - ' WS-DATE-PROMPT ' DATE HAS AN '
022140                 'INVALID MONTH OR DAY'
022150         MOVE 'Y' TO WS-EDIT-SW
022160     END-IF.
022200 2400-EXIT.
022300     EXIT.
022400*
022500*----------------------------------------------------------*
022600*    2500-ACCEPT-DATES - THE BEGIN, END AND CHECK DATES.    *
022700*    THE PERIOD MUST NOT END BEFORE IT BEGINS, AND THE      *
022800*    CHECK CANNOT BE DATED BEFORE THE PERIOD BEGINS.        *
022900*----------------------------------------------------------*
023000*
023100 2500-ACCEPT-DATES.
023200     MOVE 'BEGIN'   TO WS-DATE-PROMPT
023300     PERFORM 2400-ACCEPT-DATE THRU 2400-EXIT
023400     IF EDIT-FAILED
023500         GO TO 2500-EXIT
023600     END-IF
023700     MOVE WS-INPUT-DATE TO WS-INPUT-BEGIN
023800     MOVE 'END'     TO WS-DATE-PROMPT
023900     PERFORM 2400-ACCEPT-DATE THRU 2400-EXIT
024000     IF EDIT-FAILED
024100         GO TO 2500-EXIT
024200     END-IF
024300     MOVE WS-INPUT-DATE TO WS-INPUT-END
024400     MOVE 'CHECK'   TO WS-DATE-PROMPT
024500     PERFORM 2400-ACCEPT-DATE THRU 2400-EXIT
024600     IF EDIT-FAILED
024700         GO TO 2500-EXIT
024800     END-IF
024900     MOVE WS-INPUT-DATE TO WS-INPUT-CHECK
025000     IF WS-INPUT-END < WS-INPUT-BEGIN
025100         DISPLAY 'PCAL0005E - END DATE IS BEFORE THE BEGIN DATE'
025200         MOVE 'Y' TO WS-EDIT-SW
025300         GO TO 2500-EXIT
025400     END-IF
025500     IF WS-INPUT-CHECK < WS-INPUT-BEGIN
025600         DISPLAY 'PCAL0006E - CHECK DATE IS BEFORE THE BEGIN '
025700                 'DATE'
025800         MOVE 'Y' TO WS-EDIT-SW
025900     END-IF.
026000 2500-EXIT.
026100     EXIT.
026200
026300 2600-ACCEPT-STATUS.
026400     MOVE 'N' TO WS-EDIT-SW
026500     DISPLAY 'ENTER STATUS - O=OPEN, P=PAID, C=CLOSED: '
026600         WITH NO ADVANCING
026700     ACCEPT WS-INPUT-STATUS
026800     IF WS-INPUT-STATUS NOT = 'O' AND 'P' AND 'C'
026900         DISPLAY 'PCAL0007E - STATUS MUST BE O, P OR C'
027000         MOVE 'Y' TO WS-EDIT-SW
027100     END-IF.
027200 2600-EXIT.
027300     EXIT.
027400*
027500*----------------------------------------------------------*
027600*    2700-CHECK-OVERLAP - BROWSE THE WHOLE CALENDAR FOR     *
027700*    ANY OTHER PERIOD WHOSE DATES OVERLAP THE ENTERED       *
027800*    BEGIN AND END DATES.  THE BROWSE OVERLAYS THE RECORD   *
027900*    AREA, SO THE CALLER RE-READS ITS OWN PERIOD AFTERWARD  *
028000*    IF IT NEEDS IT.  A HIT SETS THE EDIT SWITCH.           *
028100*----------------------------------------------------------*
028200*
028300 2700-CHECK-OVERLAP.
028400     MOVE 'N'    TO WS-EDIT-SW
028500     MOVE 'N'    TO WS-EOF-CALENDAR
028600     MOVE SPACES TO WS-OVERLAP-PERIOD
028700     MOVE LOW-VALUES TO CalPeriodNumber
028800     START PayCalendarFile
028900         KEY IS NOT LESS THAN CalPeriodNumber
029000         INVALID KEY
029100             MOVE 'Y' TO WS-EOF-CALENDAR
029200     END-START
029300     PERFORM 2710-CHECK-NEXT-PERIOD THRU 2710-EXIT
029400         UNTIL EOF-CALENDAR
029500     IF WS-OVERLAP-PERIOD NOT = SPACES
029600         DISPLAY 'PCAL0008E - DATES OVERLAP PERIOD '
029700                 WS-OVERLAP-PERIOD
029800         MOVE 'Y' TO WS-EDIT-SW
029900     END-IF.
030000 2700-EXIT.
030100     EXIT.
030200
030300 2710-CHECK-NEXT-PERIOD.
030400     READ PayCalendarFile NEXT RECORD
030500         AT END
030600             MOVE 'Y' TO WS-EOF-CALENDAR
030700             GO TO 2710-EXIT
030800     END-READ
030900     IF CalPeriodNumber NOT = WS-INPUT-PERIOD
031000       AND CalBeginDate NOT > WS-INPUT-END
031100       AND CalEndDate NOT < WS-INPUT-BEGIN
031200         MOVE CalPeriodNumber TO WS-OVERLAP-PERIOD
031300         MOVE 'Y' TO WS-EOF-CALENDAR
031400     END-IF.
031500 2710-EXIT.
031600     EXIT.
031700*
031800*----------------------------------------------------------*
031900*    3000-ADD-PERIOD - ADD A NEW PAY PERIOD.  THE PERIOD    *
032000*    NUMBER MUST NOT ALREADY BE ON FILE AND ITS DATES MUST  *
032100*    NOT OVERLAP ANY OTHER PERIOD.  A NEW PERIOD IS OPEN.   *
032200*----------------------------------------------------------*
032300*
032400 3000-ADD-PERIOD.
032500     PERFORM 2300-ACCEPT-PERIOD THRU 2300-EXIT
032600     IF EDIT-FAILED
032700         GO TO 3000-EXIT
032800     END-IF
032900     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
033000     IF RECORD-FOUND
033100         DISPLAY 'PCAL0009E - PERIOD IS ALREADY ON FILE'
033200         GO TO 3000-EXIT
033300     END-IF
033400     PERFORM 2500-ACCEPT-DATES THRU 2500-EXIT
033500     IF EDIT-FAILED
033600         GO TO 3000-EXIT
033700     END-IF
033800     PERFORM 2700-CHECK-OVERLAP THRU 2700-EXIT
033900     IF EDIT-FAILED
034000         GO TO 3000-EXIT
034100     END-IF
034200     MOVE WS-INPUT-PERIOD TO CalPeriodNumber
034300     MOVE WS-INPUT-BEGIN  TO CalBeginDate
034400     MOVE WS-INPUT-END    TO CalEndDate
034500     MOVE WS-INPUT-CHECK  TO CalCheckDate
034600     MOVE 'O'             TO CalStatus
034700     MOVE WS-TODAY        TO CalStatusDate
034720     MOVE ZERO            TO CalPostedChecks
034740     MOVE ZERO            TO CalPostedGross
034760     MOVE ZERO            TO CalPostedDedns
034780     MOVE ZERO            TO CalPostedNet
034800     WRITE PayCalendarRecord
034900         INVALID KEY
035000             DISPLAY 'PCAL0010E - ADD FAILED, PERIOD IS ALREADY '
035100                     'ON FILE'
035200         NOT INVALID KEY
035300             DISPLAY 'PCAL0011I - PAY PERIOD ADDED'
035400             MOVE 'ADDED' TO WS-AUDIT-ACTION
035500             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
035600     END-WRITE.
035700 3000-EXIT.
035800     EXIT.
035900*
036000*    A KEYED READ ON A DYNAMIC-ACCESS INDEXED FILE USES
036100*    WHATEVER VALUE IS SITTING IN THE RECORD KEY FIELD, SO
036200*    THE ENTERED PERIOD IS MOVED INTO CALPERIODNUMBER BEFORE
036300*    THE READ.
036400*
036500 3100-CHECK-DUPLICATE.
036600     MOVE 'N' TO WS-FOUND-SW
036700     MOVE WS-INPUT-PERIOD TO CalPeriodNumber
036800     READ PayCalendarFile
036900         INVALID KEY
037000             MOVE 'N' TO WS-FOUND-SW
037100         NOT INVALID KEY
037200             MOVE 'Y' TO WS-FOUND-SW
037300     END-READ.
037400 3100-EXIT.
037500     EXIT.
037600*
037700*----------------------------------------------------------*
037800*    4000-CHANGE-PERIOD - REPLACE THE BEGIN, END AND CHECK  *
037900*    DATES ON AN OPEN PERIOD                                *
038000*----------------------------------------------------------*
038100*
038200 4000-CHANGE-PERIOD.
038300     PERFORM 2300-ACCEPT-PERIOD THRU 2300-EXIT
038400     IF EDIT-FAILED
038500         GO TO 4000-EXIT
038600     END-IF
038700     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
038800     IF NOT RECORD-FOUND
038900         DISPLAY 'PCAL0012E - PERIOD NOT FOUND'
039000         GO TO 4000-EXIT
039100     END-IF
039200     IF NOT CAL-OPEN
039300         DISPLAY 'PCAL0013E - ONLY AN OPEN PERIOD MAY BE '
039400                 'CHANGED - STATUS IS ' CalStatus
039500         GO TO 4000-EXIT
039600     END-IF
039700     DISPLAY 'CURRENT BEGIN:  ' CalBeginDate
039800     DISPLAY 'CURRENT END:    ' CalEndDate
039900     DISPLAY 'CURRENT CHECK:  ' CalCheckDate
040000     PERFORM 2500-ACCEPT-DATES THRU 2500-EXIT
040100     IF EDIT-FAILED
040200         GO TO 4000-EXIT
040300     END-IF
040400     PERFORM 2700-CHECK-OVERLAP THRU 2700-EXIT
040500     IF EDIT-FAILED
040600         GO TO 4000-EXIT
040700     END-IF
040800     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
040900     IF NOT RECORD-FOUND
041000         DISPLAY 'PCAL0012E - PERIOD NOT FOUND'
041100         GO TO 4000-EXIT
041200     END-IF
041300     MOVE WS-INPUT-BEGIN  TO CalBeginDate
041400     MOVE WS-INPUT-END    TO CalEndDate
041500     MOVE WS-INPUT-CHECK  TO CalCheckDate
041600     REWRITE PayCalendarRecord
041700         INVALID KEY
041800             DISPLAY 'PCAL0014E - CHANGE FAILED'
041900         NOT INVALID KEY
042000             DISPLAY 'PCAL0016I - PAY PERIOD CHANGED'
042100             MOVE 'CHANGED' TO WS-AUDIT-ACTION
042200             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
042300     END-REWRITE.
042400 4000-EXIT.
042500     EXIT.
042600*
042700*----------------------------------------------------------*
042800*    5000-DELETE-PERIOD - REMOVE AN OPEN PERIOD, AFTER THE  *
042900*    OPERATOR CONFIRMS ITS DATES.  A PAID OR CLOSED PERIOD  *
043000*    STAYS ON THE CALENDAR, AND SO DOES AN OPEN ONE THAT    *
043050*    ALREADY HAS CHECKS POSTED TO PAYYTD AGAINST IT.        *
043100*----------------------------------------------------------*
043200*
043300 5000-DELETE-PERIOD.
043400     PERFORM 2300-ACCEPT-PERIOD THRU 2300-EXIT
043500     IF EDIT-FAILED
043600         GO TO 5000-EXIT
043700     END-IF
043800     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
043900     IF NOT RECORD-FOUND
044000         DISPLAY 'PCAL0012E - PERIOD NOT FOUND'
044100         GO TO 5000-EXIT
044200     END-IF
044300     IF NOT CAL-OPEN
044400         DISPLAY 'PCAL0017E - ONLY AN OPEN PERIOD MAY BE '
044500                 'DELETED - STATUS IS ' CalStatus
044600         GO TO 5000-EXIT
044700     END-IF
044710     IF CalPostedChecks NOT = ZERO
044720         DISPLAY 'PCAL0023E - PERIOD HAS ' CalPostedChecks
044730                 ' CHECKS POSTED TO PAYYTD - NOT DELETED'
044740         GO TO 5000-EXIT
044750     END-IF
044800     DISPLAY 'PERIOD DATES:   ' CalBeginDate ' - ' CalEndDate
044900     DISPLAY 'DELETE THIS PAY PERIOD - Y/N: '
045000         WITH NO ADVANCING
045100     ACCEPT WS-CONFIRM
045200     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
045300         DISPLAY 'PCAL0018I - DELETE CANCELLED'
045400         GO TO 5000-EXIT
045500     END-IF
045600     DELETE PayCalendarFile
045700         INVALID KEY
045800             DISPLAY 'PCAL0019E - DELETE FAILED'
045900         NOT INVALID KEY
046000             DISPLAY 'PCAL0020I - PAY PERIOD DELETED'
046100             MOVE 'DELETED' TO WS-AUDIT-ACTION
046200             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
046300     END-DELETE.
046400 5000-EXIT.
046500     EXIT.
046600*
046700*----------------------------------------------------------*
046800*    6000-INQUIRE-PERIOD - DISPLAY A PAY PERIOD WITHOUT     *
046900*    CHANGING IT                                            *
047000*----------------------------------------------------------*
047100*
047200 6000-INQUIRE-PERIOD.
047300     PERFORM 2300-ACCEPT-PERIOD THRU 2300-EXIT
047400     IF EDIT-FAILED
047500         GO TO 6000-EXIT
047600     END-IF
047700     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
047800     IF NOT RECORD-FOUND
047900         DISPLAY 'PCAL0012E - PERIOD NOT FOUND'
048000         GO TO 6000-EXIT
048100     END-IF
048200     DISPLAY 'PERIOD:       ' CalPeriodNumber
048300     DISPLAY 'BEGIN DATE:   ' CalBeginDate
048400     DISPLAY 'END DATE:     ' CalEndDate
048500     DISPLAY 'CHECK DATE:   ' CalCheckDate
048600     DISPLAY 'STATUS:       ' CalStatus
048700     DISPLAY 'STATUS DATE:  ' CalStatusDate
048720     DISPLAY 'CHECKS POSTED:' CalPostedChecks
048740     DISPLAY 'GROSS POSTED: ' CalPostedGross
048760     DISPLAY 'DEDNS POSTED: ' CalPostedDedns
048780     DISPLAY 'NET POSTED:   ' CalPostedNet.
048800 6000-EXIT.
048900     EXIT.
049000*
049100*----------------------------------------------------------*
049200*    6500-CHANGE-STATUS - SET A PERIOD'S STATUS BY HAND.    *
049300*    THE PAYMENT EXTRACT MARKS A PERIOD PAID ITSELF; THIS   *
049400*    IS FOR CLOSING A PERIOD AND FOR REOPENING ONE WHOSE    *
049500*    TRANSMISSION HAS TO BE RUN AGAIN - THE AUDIT TRAIL     *
049600*    ENTRY RECORDS THAT IT WAS DONE.  A CLOSED PERIOD STAYS *
049610*    CLOSED - REOPENING ONE WOULD LET A PAY RUN POST TO A   *
049620*    YEAR THE YEAR-END CLOSE HAS ALREADY CAPTURED.          *
049700*----------------------------------------------------------*
049800*
049900 6500-CHANGE-STATUS.
050000     PERFORM 2300-ACCEPT-PERIOD THRU 2300-EXIT
050100     IF EDIT-FAILED
050200         GO TO 6500-EXIT
050300     END-IF
050400     PERFORM 3100-CHECK-DUPLICATE THRU 3100-EXIT
050500     IF NOT RECORD-FOUND
050600         DISPLAY 'PCAL0012E - PERIOD NOT FOUND'
050700         GO TO 6500-EXIT
050800     END-IF
050900     DISPLAY 'CURRENT STATUS: ' CalStatus
051000     DISPLAY 'STATUS DATE:    ' CalStatusDate
051010     IF CAL-CLOSED
051020         DISPLAY 'PCAL0024E - A CLOSED PERIOD CANNOT BE '
051030                 'REOPENED OR MARKED PAID'
051040         GO TO 6500-EXIT
051050     END-IF
051100     PERFORM 2600-ACCEPT-STATUS THRU 2600-EXIT
051200     IF EDIT-FAILED
051300         GO TO 6500-EXIT
051400     END-IF
051500     MOVE WS-INPUT-STATUS TO CalStatus
051600     MOVE WS-TODAY        TO CalStatusDate
051700     REWRITE PayCalendarRecord
051800         INVALID KEY
051900             DISPLAY 'PCAL0021E - STATUS CHANGE FAILED'
052000         NOT INVALID KEY
052100             DISPLAY 'PCAL0022I - PAY PERIOD STATUS CHANGED'
052200             MOVE 'STATUSCHG' TO WS-AUDIT-ACTION
052300             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
052400     END-REWRITE.
052500 6500-EXIT.
052600     EXIT.
052700*
052800*----------------------------------------------------------*
052900*    7000-WRITE-AUDIT-RECORD - APPEND ONE ENTRY TO THE      *
053000*    SHARED AUDIT TRAIL FOR A COMPLETED ADD, CHANGE,        *
053100*    DELETE OR STATUS CHANGE.  WS-AUDIT-ACTION IS SET BY    *
053200*    THE CALLER BEFORE THIS IS PERFORMED.                   *
053300*----------------------------------------------------------*
053400*
053500 7000-WRITE-AUDIT-RECORD.
053600     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
053700     ACCEPT AUD-RUN-TIME FROM TIME
053800     MOVE 'CALMNT'                TO AUD-PROGRAM-ID
053900     MOVE 'PAYCAL.DAT'            TO AUD-FILE1-NAME
054000     MOVE 1                       TO AUD-FILE1-COUNT
054100     MOVE SPACES                  TO AUD-FILE2-NAME
054200     MOVE ZERO                    TO AUD-FILE2-COUNT
054300     MOVE SPACES                  TO AUD-FILE3-NAME
054400     MOVE ZERO                    TO AUD-FILE3-COUNT
054500     MOVE 1                       TO AUD-OUTPUT-COUNT
054600     MOVE WS-AUDIT-ACTION         TO AUD-COMPLETION-STATUS
054700     WRITE AuditRecord.
054800 7000-EXIT.
054900     EXIT.
055000*
055100*----------------------------------------------------------*
055200*    9000-TERMINATE - CLOSE THE MASTER AND END              *
055300*----------------------------------------------------------*
055400*
055500 9000-TERMINATE.
055600     CLOSE PayCalendarFile
055700     CLOSE AuditFile
055800     DISPLAY 'PAY CALENDAR MASTER MAINTENANCE COMPLETE'.
055900 9000-EXIT.
056000     EXIT.
