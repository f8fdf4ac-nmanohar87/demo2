003300*                     DOES NOT POST THE CHECK AGAIN - THE
003400*                     LAST-PAY-DATE ON THE YTD RECORD GATES
003500*                     THE POSTING.
003505*    2026-10-15  RJ   EACH CHECK NOW TAKES THE EMPLOYEE'S
003510*                     DEDUCTIONS OFF THE NEW DEDNMAST
003515*                     DEDUCTION MASTER - BEFORE-TAX LINES
003520*                     FIRST, THEN AFTER-TAX, EACH HELD TO
003525*                     ITS ANNUAL LIMIT AND TO THE PAY LEFT
003530*                     ON THE CHECK.  THE REGISTER PRINTS
003535*                     GROSS, EACH DEDUCTION AND NET PER
003540*                     CHECK, AND THE POSTING ADDS THE
003545*                     DEDUCTIONS TO PAYYTD NEXT TO THE
003550*                     GROSS AND RECORDS THE CHECK'S GROSS
003555*                     AND NET FOR THE PAYMENT EXTRACT.  A
003560*                     SAME-DAY REPRINT SHOWS THE DEDUCTIONS
003565*                     THAT WERE POSTED, NOT A RECALCULATION.
003567*    2026-10-15  RJ   THE RUN NOW LOOKS UP ITS PAY PERIOD ON
003569*                     THE NEW PAYCAL PAY CALENDAR MASTER BY
003571*                     RUN DATE AND REFUSES TO RUN (RC 16)
003573*                     WHEN NO PERIOD COVERS THE DATE, WHEN
003575*                     THE PERIOD IS ALREADY PAID OR CLOSED,
003577*                     OR WHEN AN EARLIER PERIOD IS STILL OPEN
003579*                     (A SKIPPED CYCLE).  THE PERIOD NUMBER IS
003581*                     PRINTED UNDER THE REGISTER HEADING AND
003583*                     STAMPED ON EVERY YTD RECORD POSTED, AND
003585*                     THE DOUBLE-POSTING GATE IS NOW THE
003587*                     PERIOD RATHER THAN THE DAY - A SECOND
003589*                     RUN ANYWHERE IN THE SAME PERIOD
003591*                     REPRINTS WITHOUT POSTING.
003592*    2026-10-15  RJ   THE CHECKS, GROSS, DEDUCTIONS AND NET
003593*                     ACTUALLY POSTED TO PAYYTD ARE PRINTED
003594*                     ON THE TRAILER AND ADDED TO THE PAY
003595*                     PERIOD'S POSTED TOTALS ON PAYCAL, NOW
003596*                     OPENED I-O, SO THE YEAR-END CLOSE CAN
003597*                     TIE PAYYTD BACK TO THE YEAR'S REGISTERS.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS EmployeeIDYtd
004600         FILE STATUS IS WS-YTD-STATUS-CODE.
004610     SELECT DeductionFile ASSIGN TO DEDNMAST
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS DYNAMIC
004640         RECORD KEY IS DednEmployeeID
004650         FILE STATUS IS WS-DEDN-STATUS-CODE.
004655     SELECT PayCalendarFile ASSIGN TO PAYCAL
004660         ORGANIZATION IS INDEXED
004665         ACCESS MODE IS DYNAMIC
004670         RECORD KEY IS CalPeriodNumber
004675         FILE STATUS IS WS-CAL-STATUS-CODE.
004700     SELECT RegisterFile ASSIGN TO PAYREG
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900
005500 FD  YtdMasterFile.
005600     COPY YTDREC.
005700
005720 FD  DeductionFile.
005740     COPY DEDNREC.
005750
005760 FD  PayCalendarFile.
005770     COPY PCALREC.
005780
005800 FD  RegisterFile.
005900 01  RegisterRecord         PIC X(80).
006000
006300*    FILE STATUS, END-OF-FILE SWITCH AND RECORD COUNTERS
006400*
006500 77  WS-YTD-STATUS-CODE     PIC XX.
006550 77  WS-DEDN-STATUS-CODE    PIC XX.
006570 77  WS-CAL-STATUS-CODE     PIC XX.
006600 77  WS-EOF-MERGED          PIC X VALUE 'N'.
006700     88  EOF-MERGED                  VALUE 'Y'.
006800 77  WS-COUNT-MERGED-READ   PIC 9(07) COMP VALUE ZERO.
006900 77  WS-COUNT-EMPLOYEES     PIC 9(07) COMP VALUE ZERO.
007000 77  WS-YTD-FOUND           PIC X VALUE 'N'.
007100 77  WS-YTD-POSTED          PIC X VALUE 'N'.
007150 77  WS-DEDN-FOUND          PIC X VALUE 'N'.
007200*
007300*    EMPLOYEE GROUP WORK AREAS - THE MERGED FILE CARRIES ONE
007400*    RECORD PER COST-CENTER SPLIT, IN EMPLOYEEID ORDER, SO
009800 77  WS-SPL-ACCUM           PIC 9(07) COMP VALUE ZERO.
009900 77  WS-SPL-IX              PIC 9(03) COMP VALUE ZERO.
010000 77  WS-EMP-YTD             PIC 9(09) COMP VALUE ZERO.
010002*
010004*    DEDUCTION WORK AREAS - THE CHECK'S DEDUCTIONS ARE WORKED
010006*    OUT DURING THE POSTING AND HELD IN TB-DED-TABLE UNTIL
010008*    THE CHECK LINES ARE PRINTED, ONE ENTRY PER DEDUCTION
010010*    LINE ON THE EMPLOYEE'S DEDNMAST RECORD (AT MOST TEN).
010012*    WS-DEDN-PASS IS THE TAX TIMING BEING TAKEN - BEFORE-TAX
010014*    LINES GO FIRST SO THEY COME OFF THE FULL GROSS.  THE
010016*    WS-YDX FIELDS WALK THE PER-CODE TABLE ON THE YTD RECORD.
010018*
010020 77  WS-DED-MAX             PIC 9(03) COMP VALUE 10.
010022 77  WS-DED-COUNT           PIC 9(03) COMP VALUE ZERO.
010024
010026 01  TB-DED-TABLE.
010028     05  TB-DED-ENTRY OCCURS 1 TO 10 TIMES
010030             DEPENDING ON WS-DED-COUNT.
010032         10  TB-DED-CODE         PIC X(04).
010034         10  TB-DED-TIMING       PIC X(01).
010036         10  TB-DED-AMOUNT       PIC 9(07).
010038         10  TB-DED-NOTE         PIC X(24).
010040
010042 77  WS-EMP-DEDNS           PIC 9(07) COMP VALUE ZERO.
010044 77  WS-EMP-PRETAX          PIC 9(07) COMP VALUE ZERO.
010046 77  WS-EMP-NET             PIC 9(07) COMP VALUE ZERO.
010048 77  WS-EMP-YTD-DEDNS       PIC 9(09) COMP VALUE ZERO.
010050 77  WS-DEDN-AMOUNT         PIC 9(07) COMP VALUE ZERO.
010052 77  WS-DEDN-ROOM           PIC 9(07) COMP VALUE ZERO.
010054 77  WS-DEDN-NOTE           PIC X(24) VALUE SPACES.
010056 77  WS-DEDN-PASS           PIC X VALUE SPACE.
010058 77  WS-DEDN-IX             PIC 9(03) COMP VALUE ZERO.
010060 77  WS-DED-IX              PIC 9(03) COMP VALUE ZERO.
010062 77  WS-YDX                 PIC 9(03) COMP VALUE ZERO.
010064 77  WS-YDX-FREE            PIC 9(03) COMP VALUE ZERO.
010066 77  WS-YDX-SCAN            PIC 9(03) COMP VALUE ZERO.
010068 77  WS-YDX-MAX             PIC 9(03) COMP VALUE 10.
010100*
010200*    RUN DATE - SET ONCE AT INITIALIZATION AND STAMPED ON
010300*    EVERY YTD RECORD POSTED THIS RUN.  THE PAY PERIOD IT
010400*    FALLS IN IS STAMPED WITH IT, SO A SECOND RUN IN THE
010410*    SAME PERIOD CAN RECOGNIZE AN ALREADY-POSTED CHECK.
010420*    WS-CAL-OPEN-BEFORE PICKS UP AN EARLIER PERIOD STILL
010430*    OPEN WHILE THE CALENDAR IS BROWSED.
010500*
010600 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
010610 77  WS-CAL-FOUND           PIC X VALUE 'N'.
010620 77  WS-EOF-CALENDAR        PIC X VALUE 'N'.
010630     88  EOF-CALENDAR               VALUE 'Y'.
010640 77  WS-CAL-PERIOD          PIC 9(06) VALUE ZERO.
010650 77  WS-CAL-BEGIN           PIC 9(08) VALUE ZERO.
010660 77  WS-CAL-END             PIC 9(08) VALUE ZERO.
010670 77  WS-CAL-CHECK           PIC 9(08) VALUE ZERO.
010680 77  WS-CAL-STATUS          PIC X(01) VALUE SPACE.
010690 77  WS-CAL-OPEN-BEFORE     PIC X(06) VALUE SPACES.
010700*
010800*    CONTROL TOTAL ACCUMULATORS
010900*
011000 77  WS-TOTAL-ANNUAL        PIC 9(11) COMP-3 VALUE ZERO.
011100 77  WS-TOTAL-PERIOD        PIC 9(11) COMP-3 VALUE ZERO.
011200 77  WS-TOTAL-YTD           PIC 9(13) COMP-3 VALUE ZERO.
011220 77  WS-TOTAL-DEDNS         PIC 9(11) COMP-3 VALUE ZERO.
011240 77  WS-TOTAL-NET           PIC 9(11) COMP-3 VALUE ZERO.
011260 77  WS-TOTAL-YTD-DEDNS     PIC 9(13) COMP-3 VALUE ZERO.
011262*
011264*    WHAT THIS RUN ACTUALLY POSTED TO PAYYTD - A REPRINT
011266*    POSTS NOTHING - ADDED TO THE PERIOD ON PAYCAL AT THE END
011268*
011270 77  WS-POST-CHECKS         PIC 9(05) COMP VALUE ZERO.
011272 77  WS-POST-GROSS          PIC 9(11) COMP-3 VALUE ZERO.
011274 77  WS-POST-DEDNS          PIC 9(11) COMP-3 VALUE ZERO.
011276 77  WS-POST-NET            PIC 9(11) COMP-3 VALUE ZERO.
011300*
011400*    REPORT LINE LAYOUTS
011500*
011700     05  WS-HEADING-TEXT        PIC X(60).
011800     05  FILLER                 PIC X(20) VALUE SPACES.
011900
011905 01  WS-PERIOD-LINE.
011910     05  FILLER                 PIC X(11) VALUE 'PAY PERIOD '.
011915     05  WS-PERIOD-NUMBER       PIC 9(06).
011920     05  FILLER                 PIC X(09) VALUE '  BEGINS '.
011925     05  WS-PERIOD-BEGIN        PIC 9(08).
011930     05  FILLER                 PIC X(07) VALUE '  ENDS '.
011935     05  WS-PERIOD-END          PIC 9(08).
011940     05  FILLER                 PIC X(14) VALUE '  CHECK DATE '.
011945     05  WS-PERIOD-CHECK        PIC 9(08).
011950     05  FILLER                 PIC X(09) VALUE SPACES.
012000 01  WS-COLHEAD-LINE.
012100     05  FILLER                 PIC X(07) VALUE 'EMPLID '.
012200     05  FILLER                 PIC X(31) VALUE 'NAME'.
014000 01  WS-CHECK-LINE.
014100     05  FILLER                 PIC X(07) VALUE SPACES.
014200     05  FILLER                 PIC X(15)
014300                                VALUE 'CHECK GROSS    '.
014400     05  WS-CHECK-PERIOD        PIC Z(06)9.
014500     05  FILLER                 PIC X(06) VALUE '  YTD '.
014600     05  WS-CHECK-YTD           PIC Z(08)9.
014700     05  WS-CHECK-NOTE          PIC X(24) VALUE SPACES.
014800     05  FILLER                 PIC X(12) VALUE SPACES.
014900
014905 01  WS-DEDN-LINE.
014910     05  FILLER                 PIC X(09) VALUE SPACES.
014915     05  FILLER                 PIC X(05) VALUE 'LESS '.
014920     05  WS-DEDN-CODE           PIC X(04).
014925     05  FILLER                 PIC X(01) VALUE SPACES.
014930     05  WS-DEDN-TIMING         PIC X(03).
014935     05  WS-DEDN-AMOUNT-OUT     PIC Z(06)9.
014940     05  FILLER                 PIC X(02) VALUE SPACES.
014945     05  WS-DEDN-NOTE-OUT       PIC X(24).
014950     05  FILLER                 PIC X(25) VALUE SPACES.
014955
014960 01  WS-NET-LINE.
014965     05  FILLER                 PIC X(07) VALUE SPACES.
014970     05  FILLER                 PIC X(15)
014975                                VALUE 'NET PAY        '.
014980     05  WS-NET-AMOUNT          PIC Z(06)9.
014985     05  FILLER                 PIC X(12) VALUE '  YTD DEDNS '.
014990     05  WS-NET-YTD-DEDNS       PIC Z(08)9.
014995     05  FILLER                 PIC X(30) VALUE SPACES.
014998
015000 01  WS-TRAILER-LINE.
015100     05  WS-TRAILER-LABEL       PIC X(35).
015200     05  WS-TRAILER-VALUE       PIC Z(10)9.
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016300     PERFORM 2000-PROCESS-MERGED THRU 2000-EXIT
016400     PERFORM 5000-PRINT-TRAILER THRU 5000-EXIT
016450     PERFORM 6000-RECORD-POSTINGS THRU 6000-EXIT
016500     PERFORM 9000-TERMINATE THRU 9000-EXIT
016600     STOP RUN.
016700*
018400         MOVE 16 TO RETURN-CODE
018500         STOP RUN
018600     END-IF
018605*
018610*    DEDNMAST IS DEFINED BY THE ONE-TIME DEDNINIT SETUP JOB
018615*    LIKE PAYYTD.  AN EMPLOYEE WITH NO RECORD ON IT SIMPLY
018620*    HAS NO DEDUCTIONS, BUT A MISSING CLUSTER WOULD PAY THE
018625*    WHOLE PAYROLL GROSS, SO IT STOPS THE RUN.
018630*
018635     OPEN INPUT DeductionFile
018640     IF WS-DEDN-STATUS-CODE NOT = '00'
018645         DISPLAY 'PREG0003E - DEDNMAST DEDUCTION CLUSTER COULD '
018650                 'NOT BE OPENED, STATUS ' WS-DEDN-STATUS-CODE
018655                 ' - RUN THE ONE-TIME DEDNINIT SETUP JOB'
018660         MOVE 16 TO RETURN-CODE
018665         STOP RUN
018670     END-IF
018680     OPEN I-O PayCalendarFile
018690     IF WS-CAL-STATUS-CODE NOT = '00'
018700         DISPLAY 'PREG0005E - PAYCAL PAY CALENDAR CLUSTER COULD '
018710                 'NOT BE OPENED, STATUS ' WS-CAL-STATUS-CODE
018720                 ' - RUN THE ONE-TIME PCALINIT SETUP JOB'
018730         MOVE 16 TO RETURN-CODE
018740         STOP RUN
018750     END-IF
018800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018820     PERFORM 1100-FIND-PAY-PERIOD THRU 1100-EXIT
018840     OPEN OUTPUT RegisterFile
018900     MOVE 'SEMI-MONTHLY PAYROLL REGISTER - MERGED EMPLOYEE FILE'
019000         TO WS-HEADING-TEXT
019100     WRITE RegisterRecord FROM WS-HEADING-LINE
019110     MOVE WS-CAL-PERIOD TO WS-PERIOD-NUMBER
019120     MOVE WS-CAL-BEGIN  TO WS-PERIOD-BEGIN
019130     MOVE WS-CAL-END    TO WS-PERIOD-END
019140     MOVE WS-CAL-CHECK  TO WS-PERIOD-CHECK
019150     WRITE RegisterRecord FROM WS-PERIOD-LINE
019200     WRITE RegisterRecord FROM WS-COLHEAD-LINE.
019300 1000-EXIT.
019400     EXIT.
019401*
019402*----------------------------------------------------------*
019403*    1100-FIND-PAY-PERIOD - BROWSE THE PAY CALENDAR IN      *
019404*    PERIOD ORDER FOR THE PERIOD WHOSE BEGIN AND END DATES  *
019405*    TAKE IN THE RUN DATE.  MONEY MUST NOT MOVE ON A DATE   *
019406*    THE CALENDAR DOESN'T KNOW, FOR A PERIOD ALREADY PAID   *
019407*    OR CLOSED, OR WHILE AN EARLIER PERIOD IS STILL OPEN -  *
019408*    THAT IS A SKIPPED CYCLE - SO ANY OF THE FOUR STOPS     *
019409*    THE RUN WITH RC 16 BEFORE THE REGISTER IS OPENED.      *
019410*----------------------------------------------------------*
019411*
019412 1100-FIND-PAY-PERIOD.
019413     MOVE 'N'    TO WS-CAL-FOUND
019414     MOVE 'N'    TO WS-EOF-CALENDAR
019415     MOVE SPACES TO WS-CAL-OPEN-BEFORE
019416     MOVE LOW-VALUES TO CalPeriodNumber
019417     START PayCalendarFile
019418         KEY IS NOT LESS THAN CalPeriodNumber
019419         INVALID KEY
019420             MOVE 'Y' TO WS-EOF-CALENDAR
019421     END-START
019422     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
019423         UNTIL EOF-CALENDAR
019424     IF WS-CAL-FOUND = 'N'
019425         DISPLAY 'PREG0006E - NO PAY PERIOD ON PAYCAL COVERS '
019426                 'RUN DATE ' WS-RUN-DATE ' - REGISTER NOT RUN'
019427         MOVE 16 TO RETURN-CODE
019428         STOP RUN
019429     END-IF
019430     IF WS-CAL-STATUS = 'P'
019431         DISPLAY 'PREG0007E - PAY PERIOD ' WS-CAL-PERIOD
019432                 ' IS ALREADY MARKED PAID - REGISTER NOT RUN'
019433         MOVE 16 TO RETURN-CODE
019434         STOP RUN
019435     END-IF
019436     IF WS-CAL-STATUS NOT = 'O'
019437         DISPLAY 'PREG0008E - PAY PERIOD ' WS-CAL-PERIOD
019438                 ' IS CLOSED - REGISTER NOT RUN'
019439         MOVE 16 TO RETURN-CODE
019440         STOP RUN
019441     END-IF
019442     IF WS-CAL-OPEN-BEFORE NOT = SPACES
019443         DISPLAY 'PREG0009E - EARLIER PAY PERIOD '
019444                 WS-CAL-OPEN-BEFORE ' IS STILL OPEN - PAY OR '
019445                 'CLOSE IT BEFORE PERIOD ' WS-CAL-PERIOD
019446         MOVE 16 TO RETURN-CODE
019447         STOP RUN
019448     END-IF.
019449 1100-EXIT.
019450     EXIT.
019451
019452 1110-READ-CALENDAR.
019453     READ PayCalendarFile NEXT RECORD
019454         AT END
019455             MOVE 'Y' TO WS-EOF-CALENDAR
019456             GO TO 1110-EXIT
019457     END-READ
019458     IF CalBeginDate NOT > WS-RUN-DATE
019459       AND CalEndDate NOT < WS-RUN-DATE
019460         MOVE 'Y'             TO WS-CAL-FOUND
019461         MOVE CalPeriodNumber TO WS-CAL-PERIOD
019462         MOVE CalBeginDate    TO WS-CAL-BEGIN
019463         MOVE CalEndDate      TO WS-CAL-END
019464         MOVE CalCheckDate    TO WS-CAL-CHECK
019465         MOVE CalStatus       TO WS-CAL-STATUS
019466         MOVE 'Y'             TO WS-EOF-CALENDAR
019467         GO TO 1110-EXIT
019468     END-IF
019469     IF CalEndDate < WS-RUN-DATE
019470       AND CAL-OPEN
019471       AND WS-CAL-OPEN-BEFORE = SPACES
019472         MOVE CalPeriodNumber TO WS-CAL-OPEN-BEFORE
019473     END-IF.
019474 1110-EXIT.
019475     EXIT.
019500*
019600*----------------------------------------------------------*
019700*    2000-PROCESS-MERGED - PRIME THE READ, THEN CONSUME     *
030700 3210-EXIT.
030800     EXIT.
030900*
030910*----------------------------------------------------------*
030920*    3300-POST-YTD - ADD THE CHECK TO THE EMPLOYEE'S YTD    *
030930*    RECORD, OR START ONE FOR AN EMPLOYEE PAID FOR THE      *
030940*    FIRST TIME.  A RECORD ALREADY STAMPED WITH THIS RUN'S  *
030950*    PAY PERIOD WAS POSTED BY AN EARLIER RUN IN THE PERIOD  *
030960*    - THE CHECK IS NOT ADDED AGAIN, SO A REPRINT CANNOT    *
030970*    DOUBLE THE YTD FIGURE, AND THE DEDUCTIONS AND NET      *
030980*    PRINTED ARE THE ONES THAT RUN POSTED.  OTHERWISE THE   *
030990*    DEDUCTIONS ARE TAKEN AGAINST THE YTD RECORD AS READ,   *
031000*    SO THE ANNUAL LIMITS SEE EVERY EARLIER CHECK.          *
031010*----------------------------------------------------------*
031020*
031030 3300-POST-YTD.
031040     MOVE 'N' TO WS-YTD-FOUND
031050     MOVE 'Y' TO WS-YTD-POSTED
031060     MOVE WS-GRP-ID TO EmployeeIDYtd
031070     READ YtdMasterFile
031080         INVALID KEY
031090             MOVE 'N' TO WS-YTD-FOUND
031100         NOT INVALID KEY
031110             MOVE 'Y' TO WS-YTD-FOUND
031120     END-READ
031130     IF WS-YTD-FOUND = 'N'
031140         INITIALIZE YtdRecord
031150         MOVE WS-GRP-ID TO EmployeeIDYtd
031160     END-IF
031170     IF WS-YTD-FOUND = 'Y'
031180       AND YtdLastPeriod = WS-CAL-PERIOD
031190         MOVE 'N' TO WS-YTD-POSTED
031200         PERFORM 3600-RECALL-DEDUCTIONS THRU 3600-EXIT
031210     ELSE
031220         PERFORM 3500-TAKE-DEDUCTIONS THRU 3500-EXIT
031230         ADD WS-EMP-PERIOD  TO YtdGrossPay
031240         ADD WS-EMP-DEDNS   TO YtdDeductions
031250         ADD WS-EMP-PRETAX  TO YtdPreTaxDedns
031260         MOVE WS-RUN-DATE   TO YtdLastPayDate
031265         MOVE WS-CAL-PERIOD TO YtdLastPeriod
031270         MOVE WS-EMP-PERIOD TO YtdLastGrossPay
031280         MOVE WS-EMP-NET    TO YtdLastNetPay
031282         ADD 1              TO WS-POST-CHECKS
031284         ADD WS-EMP-PERIOD  TO WS-POST-GROSS
031286         ADD WS-EMP-DEDNS   TO WS-POST-DEDNS
031288         ADD WS-EMP-NET     TO WS-POST-NET
031290         IF WS-YTD-FOUND = 'Y'
031300             REWRITE YtdRecord
031310         ELSE
031320             WRITE YtdRecord
031330         END-IF
031340     END-IF
031350     MOVE YtdGrossPay TO WS-EMP-YTD
031360     ADD WS-EMP-YTD TO WS-TOTAL-YTD
031370     MOVE YtdDeductions TO WS-EMP-YTD-DEDNS
031380     ADD WS-EMP-YTD-DEDNS TO WS-TOTAL-YTD-DEDNS
031390     ADD WS-EMP-DEDNS TO WS-TOTAL-DEDNS
031400     ADD WS-EMP-NET TO WS-TOTAL-NET.
031410 3300-EXIT.
031420     EXIT.
031430*
031440*----------------------------------------------------------*
031450*    3400-PRINT-CHECK-LINE - THE CHECK GROSS LINE, ONE      *
031460*    LINE PER DEDUCTION TAKEN, AND THE NET PAY LINE.        *
031470*----------------------------------------------------------*
031480*
031490 3400-PRINT-CHECK-LINE.
031500     MOVE WS-EMP-PERIOD TO WS-CHECK-PERIOD
031510     MOVE WS-EMP-YTD    TO WS-CHECK-YTD
031520     IF WS-YTD-POSTED = 'Y'
031530         MOVE SPACES TO WS-CHECK-NOTE
031540     ELSE
031550         MOVE 'PERIOD ALREADY POSTED' TO WS-CHECK-NOTE
031560     END-IF
031570     WRITE RegisterRecord FROM WS-CHECK-LINE
031580     PERFORM 3410-PRINT-ONE-DEDUCTION THRU 3410-EXIT
031590         VARYING WS-DED-IX FROM 1 BY 1
031600         UNTIL WS-DED-IX > WS-DED-COUNT
031610     MOVE WS-EMP-NET       TO WS-NET-AMOUNT
031620     MOVE WS-EMP-YTD-DEDNS TO WS-NET-YTD-DEDNS
031630     WRITE RegisterRecord FROM WS-NET-LINE.
031640 3400-EXIT.
031650     EXIT.
031660
031670 3410-PRINT-ONE-DEDUCTION.
031680     MOVE TB-DED-CODE(WS-DED-IX)   TO WS-DEDN-CODE
031690     IF TB-DED-TIMING(WS-DED-IX) = 'B'
031700         MOVE 'B/T'                TO WS-DEDN-TIMING
031710     ELSE
031720         MOVE 'A/T'                TO WS-DEDN-TIMING
031730     END-IF
031740     MOVE TB-DED-AMOUNT(WS-DED-IX) TO WS-DEDN-AMOUNT-OUT
031750     MOVE TB-DED-NOTE(WS-DED-IX)   TO WS-DEDN-NOTE-OUT
031760     WRITE RegisterRecord FROM WS-DEDN-LINE.
031770 3410-EXIT.
031780     EXIT.
031790*
031800*----------------------------------------------------------*
031810*    3500-TAKE-DEDUCTIONS - WORK OUT THIS CHECK'S           *
031820*    DEDUCTIONS FROM THE EMPLOYEE'S DEDNMAST LINES.  THE    *
031830*    BEFORE-TAX PASS RUNS FIRST, THEN THE AFTER-TAX PASS.   *
031840*    EACH LINE IS A FLAT AMOUNT OR A PERCENT OF THE PERIOD  *
031850*    GROSS (TRUNCATED TO THE DOLLAR LIKE THE GROSS), CUT    *
031860*    BACK TO WHAT IS LEFT UNDER ITS ANNUAL LIMIT AND THEN   *
031870*    TO THE PAY LEFT ON THE CHECK, SO NET NEVER GOES BELOW  *
031880*    ZERO.  THE LAST-CHECK AMOUNTS ON THE YTD RECORD ARE    *
031890*    CLEARED FIRST SO A CODE DROPPED FROM DEDNMAST DOES NOT *
031900*    CARRY AN OLD AMOUNT INTO THE NEXT REPRINT.             *
031910*----------------------------------------------------------*
031920*
031930 3500-TAKE-DEDUCTIONS.
031940     MOVE ZERO          TO WS-DED-COUNT
031950     MOVE ZERO          TO WS-EMP-DEDNS
031960     MOVE ZERO          TO WS-EMP-PRETAX
031970     MOVE WS-EMP-PERIOD TO WS-EMP-NET
031980     PERFORM 3510-CLEAR-LAST-AMOUNT THRU 3510-EXIT
031990         VARYING WS-YDX FROM 1 BY 1
032000         UNTIL WS-YDX > WS-YDX-MAX
032010     PERFORM 3520-READ-DEDUCTIONS THRU 3520-EXIT
032020     IF WS-DEDN-FOUND = 'N'
032030         GO TO 3500-EXIT
032040     END-IF
032050     MOVE 'B' TO WS-DEDN-PASS
032060     PERFORM 3530-TAKE-ONE-DEDUCTION THRU 3530-EXIT
032070         VARYING WS-DEDN-IX FROM 1 BY 1
032080         UNTIL WS-DEDN-IX > DednLineCount
032090     MOVE 'A' TO WS-DEDN-PASS
032100     PERFORM 3530-TAKE-ONE-DEDUCTION THRU 3530-EXIT
032110         VARYING WS-DEDN-IX FROM 1 BY 1
032120         UNTIL WS-DEDN-IX > DednLineCount.
032130 3500-EXIT.
032140     EXIT.
032150
032160 3510-CLEAR-LAST-AMOUNT.
032170     MOVE ZERO TO YtdDednLastAmount(WS-YDX).
032180 3510-EXIT.
032190     EXIT.
032200*
032210*    A KEYED READ ON A DYNAMIC-ACCESS INDEXED FILE USES
032220*    WHATEVER VALUE IS SITTING IN THE RECORD KEY FIELD, SO
032230*    THE GROUP'S EMPLOYEEID IS MOVED INTO DEDNEMPLOYEEID
032240*    (THE RECORD KEY FOR DEDUCTIONFILE) BEFORE THE READ.
032250*
032260 3520-READ-DEDUCTIONS.
032270     MOVE 'N' TO WS-DEDN-FOUND
032280     MOVE WS-GRP-ID TO DednEmployeeID
032290     READ DeductionFile
032300         INVALID KEY
032310             MOVE 'N' TO WS-DEDN-FOUND
032320         NOT INVALID KEY
032330             MOVE 'Y' TO WS-DEDN-FOUND
032340     END-READ.
032350 3520-EXIT.
032360     EXIT.
032370
032380 3530-TAKE-ONE-DEDUCTION.
032390     IF DednTaxTiming(WS-DEDN-IX) NOT = WS-DEDN-PASS
032400         GO TO 3530-EXIT
032410     END-IF
032420     MOVE SPACES TO WS-DEDN-NOTE
032430     IF DEDN-PERCENT(WS-DEDN-IX)
032440         COMPUTE WS-DEDN-AMOUNT =
032450             WS-EMP-PERIOD * DednPercent(WS-DEDN-IX) / 100
032460     ELSE
032470         MOVE DednFlatAmount(WS-DEDN-IX) TO WS-DEDN-AMOUNT
032480     END-IF
032490     PERFORM 3540-FIND-YTD-SLOT THRU 3540-EXIT
032500     IF WS-YDX = ZERO
032510         DISPLAY 'PREG0004E - YTD DEDUCTION TABLE FULL, CODE '
032520                 DednCode(WS-DEDN-IX) ' NOT TAKEN FOR '
032530                 'EMPLOYEEID ' WS-GRP-ID
032540         MOVE ZERO TO WS-DEDN-AMOUNT
032550         MOVE 'NOT TAKEN - YTD TABLE' TO WS-DEDN-NOTE
032560         PERFORM 3560-ADD-TABLE-ENTRY THRU 3560-EXIT
032570         GO TO 3530-EXIT
032580     END-IF
032590     IF DednAnnualLimit(WS-DEDN-IX) > ZERO
032600         IF YtdDednAmount(WS-YDX)
032610             NOT < DednAnnualLimit(WS-DEDN-IX)
032620             MOVE ZERO TO WS-DEDN-AMOUNT
032630             MOVE 'ANNUAL LIMIT REACHED' TO WS-DEDN-NOTE
032640         ELSE
032650             SUBTRACT YtdDednAmount(WS-YDX)
032660                 FROM DednAnnualLimit(WS-DEDN-IX)
032670                 GIVING WS-DEDN-ROOM
032680             IF WS-DEDN-AMOUNT > WS-DEDN-ROOM
032690                 MOVE WS-DEDN-ROOM TO WS-DEDN-AMOUNT
032700                 MOVE 'CUT TO ANNUAL LIMIT' TO WS-DEDN-NOTE
032710             END-IF
032720         END-IF
032730     END-IF
032740     IF WS-DEDN-AMOUNT > WS-EMP-NET
032750         MOVE WS-EMP-NET TO WS-DEDN-AMOUNT
032760         MOVE 'SHORT - NO PAY LEFT' TO WS-DEDN-NOTE
032770     END-IF
032780     SUBTRACT WS-DEDN-AMOUNT FROM WS-EMP-NET
032790     ADD WS-DEDN-AMOUNT TO WS-EMP-DEDNS
032800     IF DEDN-PRE-TAX(WS-DEDN-IX)
032810         ADD WS-DEDN-AMOUNT TO WS-EMP-PRETAX
032820     END-IF
032830     MOVE DednTaxTiming(WS-DEDN-IX) TO YtdDednTaxTiming(WS-YDX)
032840     ADD WS-DEDN-AMOUNT  TO YtdDednAmount(WS-YDX)
032850     MOVE WS-DEDN-AMOUNT TO YtdDednLastAmount(WS-YDX)
032860     PERFORM 3560-ADD-TABLE-ENTRY THRU 3560-EXIT.
032870 3530-EXIT.
032880     EXIT.
032890*
032900*    FIND THE DEDUCTION CODE'S SLOT IN THE PER-CODE TABLE ON
032910*    THE YTD RECORD, OR CLAIM THE FIRST UNUSED SLOT FOR A
032920*    CODE TAKEN FOR THE FIRST TIME THIS YEAR.  WS-YDX COMES
032930*    BACK ZERO WHEN THE CODE IS NOT THERE AND NO SLOT IS
032940*    FREE.
032950*
032960 3540-FIND-YTD-SLOT.
032970     MOVE ZERO TO WS-YDX
032980     MOVE ZERO TO WS-YDX-FREE
032990     PERFORM 3550-CHECK-YTD-SLOT THRU 3550-EXIT
033000         VARYING WS-YDX-SCAN FROM 1 BY 1
033010         UNTIL WS-YDX-SCAN > WS-YDX-MAX
033020            OR WS-YDX > ZERO
033030     IF WS-YDX = ZERO
033040       AND WS-YDX-FREE > ZERO
033050         MOVE WS-YDX-FREE TO WS-YDX
033060         MOVE DednCode(WS-DEDN-IX) TO YtdDednCode(WS-YDX)
033070         MOVE ZERO TO YtdDednAmount(WS-YDX)
033080         MOVE ZERO TO YtdDednLastAmount(WS-YDX)
033090     END-IF.
033100 3540-EXIT.
033110     EXIT.
033120
033130 3550-CHECK-YTD-SLOT.
033140     IF YtdDednCode(WS-YDX-SCAN) = DednCode(WS-DEDN-IX)
033150         MOVE WS-YDX-SCAN TO WS-YDX
033160     ELSE
033170         IF YtdDednCode(WS-YDX-SCAN) = SPACES
033180           AND WS-YDX-FREE = ZERO
033190             MOVE WS-YDX-SCAN TO WS-YDX-FREE
033200         END-IF
033210     END-IF.
033220 3550-EXIT.
033230     EXIT.
033240
033250 3560-ADD-TABLE-ENTRY.
033260     IF WS-DED-COUNT < WS-DED-MAX
033270         ADD 1 TO WS-DED-COUNT
033280         MOVE DednCode(WS-DEDN-IX)
033290             TO TB-DED-CODE(WS-DED-COUNT)
033300         MOVE DednTaxTiming(WS-DEDN-IX)
033310             TO TB-DED-TIMING(WS-DED-COUNT)
033320         MOVE WS-DEDN-AMOUNT TO TB-DED-AMOUNT(WS-DED-COUNT)
033330         MOVE WS-DEDN-NOTE   TO TB-DED-NOTE(WS-DED-COUNT)
033340     END-IF.
033350 3560-EXIT.
033360     EXIT.
033370*
033380*----------------------------------------------------------*
033390*    3600-RECALL-DEDUCTIONS - THE CHECK WAS POSTED BY AN    *
033400*    EARLIER RUN FOR THIS PERIOD, SO THE DEDUCTIONS AND     *
033410*    NET FOR THE REPRINT COME STRAIGHT OFF THE YTD          *
033420*    RECORD'S LAST-CHECK FIGURES RATHER THAN BEING WORKED   *
033430*    OUT AGAIN AGAINST YEAR-TO-DATE TOTALS THAT ALREADY     *
033435*    INCLUDE THEM.                                          *
033440*----------------------------------------------------------*
033450*
033460 3600-RECALL-DEDUCTIONS.
033470     MOVE ZERO          TO WS-DED-COUNT
033480     MOVE ZERO          TO WS-EMP-DEDNS
033490     MOVE ZERO          TO WS-EMP-PRETAX
033500     MOVE YtdLastNetPay TO WS-EMP-NET
033510     PERFORM 3610-RECALL-ONE-DEDUCTION THRU 3610-EXIT
033520         VARYING WS-YDX FROM 1 BY 1
033530         UNTIL WS-YDX > WS-YDX-MAX.
033540 3600-EXIT.
033550     EXIT.
033560
033570 3610-RECALL-ONE-DEDUCTION.
033580     IF YtdDednLastAmount(WS-YDX) = ZERO
033590       OR WS-DED-COUNT NOT < WS-DED-MAX
033600         GO TO 3610-EXIT
033610     END-IF
033620     ADD 1 TO WS-DED-COUNT
033630     MOVE YtdDednCode(WS-YDX)      TO TB-DED-CODE(WS-DED-COUNT)
033640     MOVE YtdDednTaxTiming(WS-YDX) TO TB-DED-TIMING(WS-DED-COUNT)
033650     MOVE YtdDednLastAmount(WS-YDX)
033660         TO TB-DED-AMOUNT(WS-DED-COUNT)
033670     MOVE SPACES                   TO TB-DED-NOTE(WS-DED-COUNT)
033680     ADD YtdDednLastAmount(WS-YDX) TO WS-EMP-DEDNS
033690     IF YtdDednTaxTiming(WS-YDX) = 'B'
033700         ADD YtdDednLastAmount(WS-YDX) TO WS-EMP-PRETAX
033710     END-IF.
033720 3610-EXIT.
033730     EXIT.
035900*
036000*----------------------------------------------------------*
036100*    5000-PRINT-TRAILER - RECONCILIATION CONTROL TOTALS.    *
037900     MOVE 'TOTAL PERIOD GROSS THIS RUN'  TO WS-TRAILER-LABEL
038000     MOVE WS-TOTAL-PERIOD                TO WS-TRAILER-VALUE
038100     WRITE RegisterRecord FROM WS-TRAILER-LINE
038110     MOVE 'TOTAL DEDUCTIONS THIS RUN'    TO WS-TRAILER-LABEL
038120     MOVE WS-TOTAL-DEDNS                 TO WS-TRAILER-VALUE
038130     WRITE RegisterRecord FROM WS-TRAILER-LINE
038140     MOVE 'TOTAL NET PAY THIS RUN'       TO WS-TRAILER-LABEL
038150     MOVE WS-TOTAL-NET                   TO WS-TRAILER-VALUE
038160     WRITE RegisterRecord FROM WS-TRAILER-LINE
038200     MOVE 'TOTAL YTD GROSS AFTER POSTING' TO WS-TRAILER-LABEL
038300     MOVE WS-TOTAL-YTD                   TO WS-TRAILER-VALUE
038400     WRITE RegisterRecord FROM WS-TRAILER-LINE
038420     MOVE 'TOTAL YTD DEDUCTIONS AFTER POSTING'
038440                                         TO WS-TRAILER-LABEL
038460     MOVE WS-TOTAL-YTD-DEDNS             TO WS-TRAILER-VALUE
038480     WRITE RegisterRecord FROM WS-TRAILER-LINE
038481     MOVE 'CHECKS POSTED TO PAYYTD THIS RUN' TO WS-TRAILER-LABEL
038482     MOVE WS-POST-CHECKS                 TO WS-TRAILER-VALUE
038483     WRITE RegisterRecord FROM WS-TRAILER-LINE
038484     MOVE 'GROSS POSTED TO PAYYTD THIS RUN'  TO WS-TRAILER-LABEL
038485     MOVE WS-POST-GROSS                  TO WS-TRAILER-VALUE
038486     WRITE RegisterRecord FROM WS-TRAILER-LINE
038487     MOVE 'DEDNS POSTED TO PAYYTD THIS RUN'  TO WS-TRAILER-LABEL
038488     MOVE WS-POST-DEDNS                  TO WS-TRAILER-VALUE
038489     WRITE RegisterRecord FROM WS-TRAILER-LINE
038490     MOVE 'NET POSTED TO PAYYTD THIS RUN'    TO WS-TRAILER-LABEL
038491     MOVE WS-POST-NET                    TO WS-TRAILER-VALUE
038492     WRITE RegisterRecord FROM WS-TRAILER-LINE.
038500 5000-EXIT.
038600     EXIT.
038602*
038604*----------------------------------------------------------*
038606*    6000-RECORD-POSTINGS - ADD THIS RUN'S POSTINGS TO THE  *
038608*    PAY PERIOD ON PAYCAL.  THE PERIOD'S TOTALS ARE THE     *
038610*    SUM OF ITS REGISTERS' POSTED LINES ABOVE, AND THE      *
038612*    YEAR'S PERIODS ADD UP TO THE PAYYTD TOTALS THE         *
038614*    YEAR-END CLOSE CAPTURES.  A FAILED UPDATE LEAVES THE   *
038616*    PERIOD SHORT, SO IT ENDS THE STEP RC 16 FOR FOLLOW-UP. *
038618*----------------------------------------------------------*
038620*
038622 6000-RECORD-POSTINGS.
038624     IF WS-POST-CHECKS = ZERO
038626         GO TO 6000-EXIT
038628     END-IF
038630     MOVE WS-CAL-PERIOD TO CalPeriodNumber
038632     READ PayCalendarFile
038634         INVALID KEY
038636             DISPLAY 'PREG0010E - PAY PERIOD ' WS-CAL-PERIOD
038638                     ' COULD NOT BE RE-READ TO RECORD POSTINGS'
038640             MOVE 16 TO RETURN-CODE
038642             GO TO 6000-EXIT
038644     END-READ
038646     ADD WS-POST-CHECKS TO CalPostedChecks
038648     ADD WS-POST-GROSS  TO CalPostedGross
038650     ADD WS-POST-DEDNS  TO CalPostedDedns
038652     ADD WS-POST-NET    TO CalPostedNet
038654     REWRITE PayCalendarRecord
038656         INVALID KEY
038658             DISPLAY 'PREG0010E - PAY PERIOD ' WS-CAL-PERIOD
038660                     ' POSTED TOTALS NOT UPDATED, STATUS '
038662                     WS-CAL-STATUS-CODE
038664             MOVE 16 TO RETURN-CODE
038666     END-REWRITE.
038668 6000-EXIT.
038670     EXIT.
038700*
038800*----------------------------------------------------------*
038900*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN       *
039200 9000-TERMINATE.
039300     CLOSE MergedFile
039400     CLOSE YtdMasterFile
039450     CLOSE DeductionFile
039470     CLOSE PayCalendarFile
039500     CLOSE RegisterFile.
039600 9000-EXIT.
039700     EXIT.
