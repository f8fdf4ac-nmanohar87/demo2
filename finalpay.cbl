000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FinalPayCalculation.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  OFF-CYCLE FINAL PAY FOR
001100*                     TERMINATED EMPLOYEES.  THE MERGE DROPS AN
001200*                     EMPLOYEE WHOSE EMPLOYEE1 STATUS IS T, SO
001300*                     THE REGISTER NEVER PAYS THE PART OF THE
001400*                     PERIOD THEY ACTUALLY WORKED.  THIS RUN
001500*                     BROWSES EMPLOYEE1 FOR EVERY TERMINATION
001600*                     WHOSE STATUS DATE FALLS IN THE PAY PERIOD
001700*                     THE RUN DATE IS IN, PRORATES THE PERIOD
001800*                     GROSS (ANNUAL SALARY OVER 24, AS THE
001900*                     REGISTER PAYS IT) BY THE DAYS FROM THE
002000*                     START OF THE PERIOD TO THE TERMINATION
002100*                     DATE, SPLITS IT ACROSS THE EMPLOYEE3 COST
002200*                     CENTERS, AND TAKES THE DEDNMAST
002300*                     DEDUCTIONS THE WAY THE REGISTER DOES.  IT
002400*                     PRINTS A FINAL-PAY REGISTER, WRITES A
002500*                     PAYMENT FILE IN THE PAYFILE LAYOUT (SHARED
002600*                     PAYFREC), POSTS TO PAYYTD AND ADDS THE
002700*                     POSTINGS TO THE PERIOD ON PAYCAL SO THE
002800*                     YEAR-END CLOSE STILL TIES.  EVERY FINAL
002900*                     CHECK IS RECORDED ON THE CUMULATIVE
003000*                     FPAYLOG FINAL-PAY LOG, AND A TERMINATION
003100*                     ALREADY ON IT IS NEVER PAID AGAIN.
003120*    2026-10-15  RJ   A FINAL CHECK FOR AN EMPLOYEE WHOSE
003140*                     BANKMAST ACCOUNT HAS BEEN MARKED RETURNED
003160*                     BY THE BANK RETURN RUN IS HELD LIKE ONE
003180*                     WITH NO BANK RECORD.
003190*    2026-10-15  RJ   THE FINAL PAYFILE HEADER CARRIES SOURCE F.
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT Employee1File ASSIGN TO EMPLOYE1
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS EmployeeID1
004000         FILE STATUS IS WS-EMP1-STATUS-CODE.
004100     SELECT Employee2File ASSIGN TO EMPLOYE2
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS EmployeeID2
004500         FILE STATUS IS WS-EMP2-STATUS-CODE.
004600     SELECT Employee3File ASSIGN TO EMPLOYE3
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-EMP3-STATUS-CODE.
004900     SELECT PayCalendarFile ASSIGN TO PAYCAL
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CalPeriodNumber
005300         FILE STATUS IS WS-CAL-STATUS-CODE.
005400     SELECT YtdMasterFile ASSIGN TO PAYYTD
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS EmployeeIDYtd
005800         FILE STATUS IS WS-YTD-STATUS-CODE.
005900     SELECT DeductionFile ASSIGN TO DEDNMAST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS DednEmployeeID
006300         FILE STATUS IS WS-DEDN-STATUS-CODE.
006400     SELECT BankMasterFile ASSIGN TO BANKMAST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS BankEmployeeID
006800         FILE STATUS IS WS-BANK-STATUS-CODE.
006900     SELECT FinalLogFile ASSIGN TO FPAYLOG
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-LOG-STATUS-CODE.
007200     SELECT RegisterFile ASSIGN TO FPAYREG
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT PaymentFile ASSIGN TO FPAYFILE
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT AuditFile ASSIGN TO MERGEAUD
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-AUD-STATUS-CODE.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  Employee1File.
008300     COPY EMP1REC.
008400
008500 FD  Employee2File.
008600     COPY EMP2REC.
008700
008800 FD  Employee3File.
008900 01  EmployeeRecord3.
009000     05  EmployeeID3        PIC 9(05).
009100     05  DepartmentCode3    PIC X(06).
009200     05  SplitPercent3      PIC 9(03).
009300*
009400*    ALPHANUMERIC VIEW OF EMPLOYEERECORD3 SO A BLANK SPLIT
009500*    PERCENTAGE (THE OLD SINGLE-DEPARTMENT FILE FORMAT) CAN
009600*    BE RECOGNIZED, AND A BAD RECORD SKIPPED, WITHOUT AN
009700*    INVALID NUMERIC MOVE - THE SAME VIEW THE MERGE KEEPS.
009800*
009900 01  EmployeeRecord3-Text.
010000     05  EmployeeID3-Text   PIC X(05).
010100     05  FILLER             PIC X(06).
010200     05  SplitPercent3-Text PIC X(03).
010300
010400 FD  PayCalendarFile.
010500     COPY PCALREC.
010600
010700 FD  YtdMasterFile.
010800     COPY YTDREC.
010900
011000 FD  DeductionFile.
011100     COPY DEDNREC.
011200
011300 FD  BankMasterFile.
011400     COPY BANKREC.
011500*
011600*    FINAL-PAY LOG - ONE RECORD APPENDED FOR EVERY FINAL CHECK
011700*    POSTED, KEYED IN EFFECT ON THE EMPLOYEEID AND THE
011800*    TERMINATION (STATUS) DATE, SO A REHIRED EMPLOYEE WHO
011900*    LEAVES AGAIN IS PAID FOR THE SECOND TERMINATION TOO.
012000*
012100 FD  FinalLogFile.
012200 01  FinalLogRecord.
012300     05  FLOG-EMPLOYEE-ID       PIC 9(05).
012400     05  FLOG-STATUS-DATE       PIC 9(08).
012500     05  FLOG-PERIOD            PIC 9(06).
012600     05  FLOG-RUN-DATE          PIC 9(08).
012700     05  FLOG-RUN-TIME          PIC 9(08).
012800     05  FLOG-GROSS             PIC 9(07).
012900     05  FLOG-DEDUCTIONS        PIC 9(07).
013000     05  FLOG-NET               PIC 9(07).
013100     05  FILLER                 PIC X(24).
013200
013300 FD  RegisterFile.
013400 01  RegisterRecord         PIC X(80).
013500
013600 FD  PaymentFile.
013700 01  PaymentRecord          PIC X(80).
013800
013900 FD  AuditFile.
014000     COPY AUDITREC.
014100
014200 WORKING-STORAGE SECTION.
014300*
014400*    FILE STATUS, END-OF-FILE SWITCHES AND RECORD COUNTERS
014500*
014600 77  WS-EMP1-STATUS-CODE    PIC XX.
014700 77  WS-EMP2-STATUS-CODE    PIC XX.
014800 77  WS-EMP3-STATUS-CODE    PIC XX.
014900 77  WS-CAL-STATUS-CODE     PIC XX.
015000 77  WS-YTD-STATUS-CODE     PIC XX.
015100 77  WS-DEDN-STATUS-CODE    PIC XX.
015200 77  WS-BANK-STATUS-CODE    PIC XX.
015300 77  WS-LOG-STATUS-CODE     PIC XX.
015400 77  WS-AUD-STATUS-CODE     PIC XX.
015500 77  WS-EOF-FILE1           PIC X VALUE 'N'.
015600     88  EOF-FILE1                   VALUE 'Y'.
015700 77  WS-EOF-FILE3           PIC X VALUE 'N'.
015800     88  EOF-FILE3                   VALUE 'Y'.
015900 77  WS-EOF-LOG             PIC X VALUE 'N'.
016000     88  EOF-LOG                     VALUE 'Y'.
016100 77  WS-EOF-CALENDAR        PIC X VALUE 'N'.
016200     88  EOF-CALENDAR                VALUE 'Y'.
016300 77  WS-YTD-FOUND           PIC X VALUE 'N'.
016400 77  WS-DEDN-FOUND          PIC X VALUE 'N'.
016500 77  WS-BANK-FOUND          PIC X VALUE 'N'.
016600 77  WS-EMP2-FOUND          PIC X VALUE 'N'.
016700 77  WS-LOG-FOUND           PIC X VALUE 'N'.
016800 77  WS-COUNT-FILE1-READ    PIC 9(07) COMP VALUE ZERO.
016900 77  WS-COUNT-TERMS         PIC 9(07) COMP VALUE ZERO.
017000 77  WS-COUNT-ALREADY-PAID  PIC 9(07) COMP VALUE ZERO.
017100 77  WS-COUNT-REGISTER-PAID PIC 9(07) COMP VALUE ZERO.
017200 77  WS-COUNT-NO-SALARY     PIC 9(07) COMP VALUE ZERO.
017300 77  WS-COUNT-NO-SPLIT      PIC 9(07) COMP VALUE ZERO.
017400*
017500*    RUN DATE AND TIME, AND THE PAY PERIOD THE RUN DATE FALLS
017600*    IN.  ONLY A TERMINATION DATED INSIDE THAT PERIOD IS PAID.
017700*
017800 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
017900 77  WS-RUN-TIME            PIC 9(08) VALUE ZERO.
018000 77  WS-CAL-FOUND           PIC X VALUE 'N'.
018100 77  WS-CAL-PERIOD          PIC 9(06) VALUE ZERO.
018200 77  WS-CAL-BEGIN           PIC 9(08) VALUE ZERO.
018300 77  WS-CAL-END             PIC 9(08) VALUE ZERO.
018400 77  WS-CAL-STATUS          PIC X(01) VALUE SPACE.
018500*
018600*    FINAL-PAY LOG TABLE - EVERY TERMINATION ALREADY PAID,
018700*    LOADED FROM FPAYLOG AND SORTED SO EACH NEW TERMINATION
018800*    CAN BE LOOKED UP WITH A BINARY SEARCH.  A FULL TABLE
018900*    STOPS THE RUN: A TERMINATION LEFT OFF IT COULD BE PAID
019000*    TWICE.
019100*
019200 77  WS-LOG-MAX             PIC 9(05) COMP VALUE 50000.
019300 77  WS-LOG-COUNT           PIC 9(05) COMP VALUE ZERO.
019400
019500 01  TB-LOG-TABLE.
019600     05  TB-LOG-ENTRY OCCURS 1 TO 50000 TIMES
019700             DEPENDING ON WS-LOG-COUNT
019800             ASCENDING KEY IS TB-LOG-KEY
019900             INDEXED BY TB-LOG-IDX.
020000         10  TB-LOG-KEY.
020100             15  TB-LOG-ID           PIC 9(05).
020200             15  TB-LOG-DATE         PIC 9(08).
020300
020400 01  WS-LOG-KEY.
020500     05  WS-LOG-KEY-ID          PIC 9(05).
020600     05  WS-LOG-KEY-DATE        PIC 9(08).
020700*
020800*    EMPLOYEE3 SPLIT TABLE - LOADED AND SORTED LIKE THE MASS
020900*    INCREASE'S, SO A TERMINATED EMPLOYEE'S COST CENTERS ARE
021000*    FOUND WITH A BINARY SEARCH.  A RECORD WITH A BAD ID OR
021100*    SPLIT PERCENT WOULD NEVER HAVE MERGED, SO IT IS SKIPPED.
021200*
021300 77  WS-EMP3-MAX            PIC 9(06) COMP VALUE 299997.
021400 77  WS-EMP3-COUNT          PIC 9(06) COMP VALUE ZERO.
021500
021600 01  TB-EMP3-TABLE.
021700     05  TB-EMP3-ENTRY OCCURS 1 TO 299997 TIMES
021800             DEPENDING ON WS-EMP3-COUNT
021900             ASCENDING KEY IS TB-EMP3-ID
022000             INDEXED BY TB-EMP3-IDX.
022100         10  TB-EMP3-ID          PIC 9(05).
022200         10  TB-EMP3-DEPT        PIC X(06).
022300         10  TB-EMP3-PCT         PIC 9(03).
022400*
022500*    ONE TERMINATION'S WORK AREAS.  THE SPLIT BOUNDS ARE THE
022600*    FIRST AND LAST TABLE ENTRIES FOR THE EMPLOYEE; EVERY
022700*    SPLIT BUT THE LAST TAKES ITS PERCENT OF THE FINAL GROSS,
022800*    TRUNCATED, AND THE LAST TAKES THE REMAINDER, SO THE
022900*    PARTS ALWAYS ADD BACK TO THE CHECK - THE REGISTER'S
023000*    REMAINDER ARITHMETIC.
023100*
023200 77  WS-GRP-ID              PIC 9(05) VALUE ZERO.
023300 77  WS-GRP-NAME            PIC X(30) VALUE SPACES.
023400 77  WS-GRP-TERM-DATE       PIC 9(08) VALUE ZERO.
023500 77  WS-GRP-NOTE            PIC X(21) VALUE SPACES.
023600 77  WS-SPL-START           PIC 9(06) COMP VALUE ZERO.
023700 77  WS-SPL-END             PIC 9(06) COMP VALUE ZERO.
023800 77  WS-SPL-IX              PIC 9(06) COMP VALUE ZERO.
023900 77  WS-SPL-DONE            PIC X VALUE 'N'.
024000 77  WS-SPL-WORK            PIC 9(10) COMP VALUE ZERO.
024100 77  WS-SPL-PART            PIC 9(07) COMP VALUE ZERO.
024200 77  WS-SPL-ACCUM           PIC 9(07) COMP VALUE ZERO.
024300 77  WS-EMP-ANNUAL          PIC 9(07) COMP VALUE ZERO.
024400 77  WS-EMP-PERIOD          PIC 9(07) COMP VALUE ZERO.
024500 77  WS-EMP-GROSS           PIC 9(07) COMP VALUE ZERO.
024600 77  WS-EMP-WORK            PIC 9(10) COMP VALUE ZERO.
024700 77  WS-DAYS-WORKED         PIC 9(03) COMP VALUE ZERO.
024800 77  WS-DAYS-IN-PERIOD      PIC 9(03) COMP VALUE ZERO.
024900 77  WS-DAY-BEGIN           PIC 9(07) COMP VALUE ZERO.
025000*
025100*    DAY-NUMBER WORK AREAS - A DATE IS TURNED INTO A COUNT OF
025200*    DAYS SO THE DAYS WORKED AND THE DAYS IN THE PERIOD ARE
025300*    A SUBTRACTION, WHATEVER MONTH OR YEAR THE PERIOD SPANS.
025400*    WS-CUM-DAYS IS THE DAYS IN THE YEAR BEFORE EACH MONTH
025500*    IN A COMMON YEAR.
025600*
025700 01  WS-DAY-DATE            PIC 9(08) VALUE ZERO.
025800 01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
025900     05  WS-DAY-YEAR            PIC 9(04).
026000     05  WS-DAY-MONTH           PIC 9(02).
026100     05  WS-DAY-DAY             PIC 9(02).
026200 77  WS-DAY-NUMBER          PIC 9(07) COMP VALUE ZERO.
026300 77  WS-DAY-YEARS           PIC 9(04) COMP VALUE ZERO.
026400 77  WS-DAY-QUOT            PIC 9(04) COMP VALUE ZERO.
026500 77  WS-DAY-REM             PIC 9(04) COMP VALUE ZERO.
026600 77  WS-DAY-LEAP            PIC X VALUE 'N'.
026700
026800 01  WS-CUM-DAYS-VALUES.
026900     05  FILLER                 PIC X(36) VALUE
027000             '000031059090120151181212243273304334'.
027100 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
027200     05  WS-CUM-DAYS            PIC 9(03) OCCURS 12 TIMES.
027300*
027400*    DEDUCTION WORK AREAS - THE REGISTER'S OWN: THE CHECK'S
027500*    DEDUCTIONS ARE HELD IN TB-DED-TABLE UNTIL THE CHECK
027600*    LINES ARE PRINTED, BEFORE-TAX LINES GO FIRST, AND THE
027700*    WS-YDX FIELDS WALK THE PER-CODE TABLE ON THE YTD RECORD.
027800*
027900 77  WS-DED-MAX             PIC 9(03) COMP VALUE 10.
028000 77  WS-DED-COUNT           PIC 9(03) COMP VALUE ZERO.
028100
028200 01  TB-DED-TABLE.
028300     05  TB-DED-ENTRY OCCURS 1 TO 10 TIMES
028400             DEPENDING ON WS-DED-COUNT.
028500         10  TB-DED-CODE         PIC X(04).
028600         10  TB-DED-TIMING       PIC X(01).
028700         10  TB-DED-AMOUNT       PIC 9(07).
028800         10  TB-DED-NOTE         PIC X(24).
028900
029000 77  WS-EMP-DEDNS           PIC 9(07) COMP VALUE ZERO.
029100 77  WS-EMP-PRETAX          PIC 9(07) COMP VALUE ZERO.
029200 77  WS-EMP-NET             PIC 9(07) COMP VALUE ZERO.
029300 77  WS-DEDN-AMOUNT         PIC 9(07) COMP VALUE ZERO.
029400 77  WS-DEDN-ROOM           PIC 9(07) COMP VALUE ZERO.
029500 77  WS-DEDN-NOTE           PIC X(24) VALUE SPACES.
029600 77  WS-DEDN-PASS           PIC X VALUE SPACE.
029700 77  WS-DEDN-IX             PIC 9(03) COMP VALUE ZERO.
029800 77  WS-DED-IX              PIC 9(03) COMP VALUE ZERO.
029900 77  WS-YDX                 PIC 9(03) COMP VALUE ZERO.
030000 77  WS-YDX-FREE            PIC 9(03) COMP VALUE ZERO.
030100 77  WS-YDX-SCAN            PIC 9(03) COMP VALUE ZERO.
030200 77  WS-YDX-MAX             PIC 9(03) COMP VALUE 10.
030300*
030400*    CONTROL TOTALS.  THE COST-CENTER PARTS MUST ADD BACK TO
030500*    THE GROSS PAID, AND GROSS LESS DEDUCTIONS TO THE NET ON
030600*    THE PAYMENT FILE TRAILER.
030700*
030800 77  WS-COUNT-PAID          PIC 9(05) COMP VALUE ZERO.
030900 77  WS-TOTAL-GROSS         PIC 9(11) COMP-3 VALUE ZERO.
031000 77  WS-TOTAL-SPLITS        PIC 9(11) COMP-3 VALUE ZERO.
031100 77  WS-TOTAL-DEDNS         PIC 9(11) COMP-3 VALUE ZERO.
031200 77  WS-TOTAL-NET           PIC 9(11) COMP-3 VALUE ZERO.
031300 77  WS-HASH-ANNUAL         PIC 9(13) COMP-3 VALUE ZERO.
031400 77  WS-COUNT-HELD          PIC 9(05) COMP VALUE ZERO.
031500 77  WS-TOTAL-HELD          PIC 9(11) COMP-3 VALUE ZERO.
031600 77  WS-BALANCED            PIC X VALUE 'Y'.
031700     88  TOTALS-BALANCE              VALUE 'Y'.
031800*
031900*    PAYMENT FILE RECORD LAYOUTS - THE PAYFILE LAYOUT THE
032000*    BANK ALREADY TAKES FROM THE PAYMENT FILE EXTRACT
032100*
032200     COPY PAYFREC.
032300*
032400*    REGISTER LINE LAYOUTS
032500*
032600 01  WS-HEADING-LINE.
032700     05  WS-HEADING-TEXT        PIC X(60).
032800     05  FILLER                 PIC X(20) VALUE SPACES.
032900
033000 01  WS-PERIOD-LINE.
033100     05  FILLER                 PIC X(11) VALUE 'PAY PERIOD '.
033200     05  WS-PERIOD-NUMBER       PIC 9(06).
033300     05  FILLER                 PIC X(09) VALUE '  BEGINS '.
033400     05  WS-PERIOD-BEGIN        PIC 9(08).
033500     05  FILLER                 PIC X(07) VALUE '  ENDS '.
033600     05  WS-PERIOD-END          PIC 9(08).
033700     05  FILLER                 PIC X(11) VALUE '  PAID ON '.
033800     05  WS-PERIOD-PAID         PIC 9(08).
033900     05  FILLER                 PIC X(12) VALUE SPACES.
034000
034100 01  WS-TERM-LINE.
034200     05  WS-TERM-ID             PIC 9(05).
034300     05  FILLER                 PIC X(02) VALUE SPACES.
034400     05  WS-TERM-NAME           PIC X(30).
034500     05  FILLER                 PIC X(01) VALUE SPACES.
034600     05  FILLER                 PIC X(11) VALUE 'TERMINATED '.
034700     05  WS-TERM-DATE           PIC 9(08).
034800     05  FILLER                 PIC X(02) VALUE SPACES.
034900     05  WS-TERM-NOTE           PIC X(21).
035000
035100 01  WS-DAYS-LINE.
035200     05  FILLER                 PIC X(09) VALUE SPACES.
035300     05  FILLER                 PIC X(07) VALUE 'ANNUAL '.
035400     05  WS-DAYS-ANNUAL         PIC Z(06)9.
035500     05  FILLER                 PIC X(09) VALUE '  PERIOD '.
035600     05  WS-DAYS-PERIOD         PIC Z(06)9.
035700     05  FILLER                 PIC X(07) VALUE '  DAYS '.
035800     05  WS-DAYS-WORKED-OUT     PIC ZZ9.
035900     05  FILLER                 PIC X(04) VALUE ' OF '.
036000     05  WS-DAYS-IN-PERIOD-OUT  PIC ZZ9.
036100     05  FILLER                 PIC X(09) VALUE '  GROSS  '.
036200     05  WS-DAYS-GROSS          PIC Z(06)9.
036300     05  FILLER                 PIC X(08) VALUE SPACES.
036400
036500 01  WS-SPLIT-LINE.
036600     05  FILLER                 PIC X(09) VALUE SPACES.
036700     05  FILLER                 PIC X(12) VALUE 'COST CENTER '.
036800     05  WS-SPLIT-DEPT          PIC X(06).
036900     05  FILLER                 PIC X(02) VALUE SPACES.
037000     05  WS-SPLIT-PCT           PIC ZZ9.
037100     05  FILLER                 PIC X(03) VALUE ' % '.
037200     05  FILLER                 PIC X(06) VALUE 'GROSS '.
037300     05  WS-SPLIT-PART          PIC Z(06)9.
037400     05  FILLER                 PIC X(32) VALUE SPACES.
037500
037600 01  WS-DEDN-LINE.
037700     05  FILLER                 PIC X(09) VALUE SPACES.
037800     05  FILLER                 PIC X(05) VALUE 'LESS '.
037900     05  WS-DEDN-CODE           PIC X(04).
038000     05  FILLER                 PIC X(01) VALUE SPACES.
038100     05  WS-DEDN-TIMING         PIC X(03).
038200     05  WS-DEDN-AMOUNT-OUT     PIC Z(06)9.
038300     05  FILLER                 PIC X(02) VALUE SPACES.
038400     05  WS-DEDN-NOTE-OUT       PIC X(24).
038500     05  FILLER                 PIC X(25) VALUE SPACES.
038600
038700 01  WS-NET-LINE.
038800     05  FILLER                 PIC X(09) VALUE SPACES.
038900     05  FILLER                 PIC X(08) VALUE 'NET PAY '.
039000     05  WS-NET-AMOUNT          PIC Z(06)9.
039100     05  FILLER                 PIC X(56) VALUE SPACES.
039200
039300 01  WS-TRAILER-LINE.
039400     05  WS-TRAILER-LABEL       PIC X(35).
039500     05  WS-TRAILER-VALUE       PIC Z(10)9.
039600     05  FILLER                 PIC X(34) VALUE SPACES.
039700
039800 PROCEDURE DIVISION.
039900*
040000*----------------------------------------------------------*
040100*    0000-MAINLINE                                         *
040200*----------------------------------------------------------*
040300*
040400 0000-MAINLINE.
040500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040600     PERFORM 2000-LOAD-FILE3-TABLE THRU 2000-EXIT
040700     PERFORM 3000-PROCESS-EMPLOYEES THRU 3000-EXIT
040800     PERFORM 5000-PRINT-TRAILER THRU 5000-EXIT
040900     PERFORM 6000-RECORD-POSTINGS THRU 6000-EXIT
041000     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
041100     PERFORM 9000-TERMINATE THRU 9000-EXIT
041200     STOP RUN.
041300*
041400*----------------------------------------------------------*
041500*    1000-INITIALIZE - OPEN THE MASTERS, FIND THE PAY       *
041600*    PERIOD AND LOAD THE TERMINATIONS ALREADY PAID.  A      *
041700*    MISSING MASTER, A RUN DATE NO PERIOD COVERS OR A       *
041800*    CLOSED PERIOD STOPS THE RUN WITH RC 16 BEFORE ANYTHING *
041900*    IS PAID OR POSTED.                                     *
042000*----------------------------------------------------------*
042100*
042200 1000-INITIALIZE.
042300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
042400     ACCEPT WS-RUN-TIME FROM TIME
042500     OPEN INPUT Employee1File
042600     IF WS-EMP1-STATUS-CODE NOT = '00'
042700         DISPLAY 'FPAY0001E - EMPLOYEE1 MASTER COULD NOT BE '
042800                 'OPENED, STATUS ' WS-EMP1-STATUS-CODE
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN
043100     END-IF
043200     OPEN INPUT Employee2File
043300     IF WS-EMP2-STATUS-CODE NOT = '00'
043400         DISPLAY 'FPAY0002E - EMPLOYEE2 MASTER COULD NOT BE '
043500                 'OPENED, STATUS ' WS-EMP2-STATUS-CODE
043600         MOVE 16 TO RETURN-CODE
043700         STOP RUN
043800     END-IF
043900     OPEN INPUT Employee3File
044000     IF WS-EMP3-STATUS-CODE NOT = '00'
044100         DISPLAY 'FPAY0003E - EMPLOYEE3 SPLIT FILE COULD NOT BE '
044200                 'OPENED, STATUS ' WS-EMP3-STATUS-CODE
044300         MOVE 16 TO RETURN-CODE
044400         STOP RUN
044500     END-IF
044600     OPEN I-O PayCalendarFile
044700     IF WS-CAL-STATUS-CODE NOT = '00'
044800         DISPLAY 'FPAY0004E - PAYCAL PAY CALENDAR MASTER COULD '
044900                 'NOT BE OPENED, STATUS ' WS-CAL-STATUS-CODE
045000         MOVE 16 TO RETURN-CODE
045100         STOP RUN
045200     END-IF
045300     OPEN I-O YtdMasterFile
045400     IF WS-YTD-STATUS-CODE NOT = '00'
045500         DISPLAY 'FPAY0005E - PAYYTD YEAR-TO-DATE MASTER COULD '
045600                 'NOT BE OPENED, STATUS ' WS-YTD-STATUS-CODE
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF
046000     OPEN INPUT DeductionFile
046100     IF WS-DEDN-STATUS-CODE NOT = '00'
046200         DISPLAY 'FPAY0006E - DEDNMAST DEDUCTION MASTER COULD '
046300                 'NOT BE OPENED, STATUS ' WS-DEDN-STATUS-CODE
046400         MOVE 16 TO RETURN-CODE
046500         STOP RUN
046600     END-IF
046700     OPEN INPUT BankMasterFile
046800     IF WS-BANK-STATUS-CODE NOT = '00'
046900         DISPLAY 'FPAY0007E - BANKMAST BANK DETAIL MASTER '
047000                 'COULD NOT BE OPENED, STATUS '
047100                 WS-BANK-STATUS-CODE
047200         MOVE 16 TO RETURN-CODE
047300         STOP RUN
047400     END-IF
047500     PERFORM 1100-FIND-PAY-PERIOD THRU 1100-EXIT
047600     PERFORM 1200-LOAD-FINAL-LOG THRU 1200-EXIT
047700     OPEN EXTEND FinalLogFile
047800     IF WS-LOG-STATUS-CODE = '35'
047900         OPEN OUTPUT FinalLogFile
048000     END-IF
048100     OPEN OUTPUT RegisterFile
048200     OPEN OUTPUT PaymentFile
048300     OPEN EXTEND AuditFile
048400     IF WS-AUD-STATUS-CODE = '35'
048500         OPEN OUTPUT AuditFile
048600     END-IF
048700     MOVE WS-RUN-DATE   TO PAY-HDR-RUN-DATE
048800     MOVE WS-CAL-PERIOD TO PAY-HDR-PERIOD
048900     MOVE WS-RUN-DATE   TO PAY-HDR-CHECK-DATE
048950     MOVE 'F'           TO PAY-HDR-SOURCE
049000     WRITE PaymentRecord FROM PAY-HEADER-RECORD
049100     MOVE 'FINAL PAY REGISTER - TERMINATED EMPLOYEES'
049200         TO WS-HEADING-TEXT
049300     WRITE RegisterRecord FROM WS-HEADING-LINE
049400     MOVE WS-CAL-PERIOD TO WS-PERIOD-NUMBER
049500     MOVE WS-CAL-BEGIN  TO WS-PERIOD-BEGIN
049600     MOVE WS-CAL-END    TO WS-PERIOD-END
049700     MOVE WS-RUN-DATE   TO WS-PERIOD-PAID
049800     WRITE RegisterRecord FROM WS-PERIOD-LINE
049900     MOVE SPACES TO WS-HEADING-TEXT
050000     WRITE RegisterRecord FROM WS-HEADING-LINE.
050100 1000-EXIT.
050200     EXIT.
050300*
050400*----------------------------------------------------------*
050500*    1100-FIND-PAY-PERIOD - BROWSE THE PAY CALENDAR FOR THE *
050600*    PERIOD WHOSE BEGIN AND END DATES TAKE IN THE RUN DATE. *
050700*    THE PERIOD MAY BE OPEN OR ALREADY PAID - FINAL PAY IS  *
050800*    OFF-CYCLE - BUT NOT CLOSED, SINCE A CLOSED YEAR'S      *
050900*    FIGURES ARE ALREADY ON THE ANNUAL EARNINGS FILE.       *
051000*----------------------------------------------------------*
051100*
051200 1100-FIND-PAY-PERIOD.
051300     MOVE LOW-VALUES TO CalPeriodNumber
051400     START PayCalendarFile
051500         KEY IS NOT LESS THAN CalPeriodNumber
051600         INVALID KEY
051700             MOVE 'Y' TO WS-EOF-CALENDAR
051800     END-START
051900     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
052000         UNTIL EOF-CALENDAR
052100     IF WS-CAL-FOUND = 'N'
052200         DISPLAY 'FPAY0008E - NO PAY PERIOD ON PAYCAL COVERS '
052300                 'RUN DATE ' WS-RUN-DATE ' - NO FINAL PAY RUN'
052400         MOVE 16 TO RETURN-CODE
052500         STOP RUN
052600     END-IF
052700     IF WS-CAL-STATUS = 'C'
052800         DISPLAY 'FPAY0009E - PAY PERIOD ' WS-CAL-PERIOD
052900                 ' IS CLOSED - NO FINAL PAY RUN'
053000         MOVE 16 TO RETURN-CODE
053100         STOP RUN
053200     END-IF.
053300 1100-EXIT.
053400     EXIT.
053500
053600 1110-READ-CALENDAR.
053700     READ PayCalendarFile NEXT RECORD
053800         AT END
053900             MOVE 'Y' TO WS-EOF-CALENDAR
054000             GO TO 1110-EXIT
054100     END-READ
054200     IF CalBeginDate NOT > WS-RUN-DATE
054300       AND CalEndDate NOT < WS-RUN-DATE
054400         MOVE 'Y'             TO WS-CAL-FOUND
054500         MOVE CalPeriodNumber TO WS-CAL-PERIOD
054600         MOVE CalBeginDate    TO WS-CAL-BEGIN
054700         MOVE CalEndDate      TO WS-CAL-END
054800         MOVE CalStatus       TO WS-CAL-STATUS
054900         MOVE 'Y'             TO WS-EOF-CALENDAR
055000     END-IF.
055100 1110-EXIT.
055200     EXIT.
055300*
055400*    NO FPAYLOG YET (STATUS 35) MEANS NO FINAL PAY HAS EVER
055500*    BEEN RUN.  THE TABLE IS SORTED ONCE IT IS LOADED.
055600*
055700 1200-LOAD-FINAL-LOG.
055800     OPEN INPUT FinalLogFile
055900     IF WS-LOG-STATUS-CODE = '35'
056000         GO TO 1200-EXIT
056100     END-IF
056200     IF WS-LOG-STATUS-CODE NOT = '00'
056300         DISPLAY 'FPAY0010E - FPAYLOG FINAL-PAY LOG COULD NOT BE '
056400                 'OPENED, STATUS ' WS-LOG-STATUS-CODE
056500         MOVE 16 TO RETURN-CODE
056600         STOP RUN
056700     END-IF
056800     PERFORM 1210-READ-LOG-RECORD THRU 1210-EXIT
056900         UNTIL EOF-LOG
057000     CLOSE FinalLogFile
057100     IF WS-LOG-COUNT > ZERO
057200         SORT TB-LOG-ENTRY ON ASCENDING KEY TB-LOG-KEY
057300     END-IF.
057400 1200-EXIT.
057500     EXIT.
057600
057700 1210-READ-LOG-RECORD.
057800     READ FinalLogFile
057900         AT END
058000             MOVE 'Y' TO WS-EOF-LOG
058100             GO TO 1210-EXIT
058200     END-READ
058300     IF WS-LOG-COUNT NOT < WS-LOG-MAX
058400         DISPLAY 'FPAY0011E - FINAL-PAY LOG TABLE FULL - NO '
058500                 'FINAL PAY RUN'
058600         MOVE 16 TO RETURN-CODE
058700         STOP RUN
058800     END-IF
058900     ADD 1 TO WS-LOG-COUNT
059000     MOVE FLOG-EMPLOYEE-ID TO TB-LOG-ID(WS-LOG-COUNT)
059100     MOVE FLOG-STATUS-DATE TO TB-LOG-DATE(WS-LOG-COUNT).
059200 1210-EXIT.
059300     EXIT.
059400*
059500*----------------------------------------------------------*
059600*    2000-LOAD-FILE3-TABLE - LOAD THE EMPLOYEE3 SPLITS AND  *
059700*    SORT THEM INTO EMPLOYEEID ORDER.  A BLANK SPLIT        *
059800*    PERCENT IS THE OLD SINGLE-DEPARTMENT FORMAT AND MEANS  *
059900*    100.                                                   *
060000*----------------------------------------------------------*
060100*
060200 2000-LOAD-FILE3-TABLE.
060300     PERFORM 2010-READ-FILE3 THRU 2010-EXIT
060400         UNTIL EOF-FILE3
060500     IF WS-EMP3-COUNT > ZERO
060600         SORT TB-EMP3-ENTRY ON ASCENDING KEY TB-EMP3-ID
060700     END-IF.
060800 2000-EXIT.
060900     EXIT.
061000
061100 2010-READ-FILE3.
061200     READ Employee3File INTO EmployeeRecord3
061300         AT END
061400             MOVE 'Y' TO WS-EOF-FILE3
061500         NOT AT END
061600             PERFORM 2020-ADD-FILE3-ENTRY THRU 2020-EXIT
061700     END-READ.
061800 2010-EXIT.
061900     EXIT.
062000
062100 2020-ADD-FILE3-ENTRY.
062200     IF EmployeeID3-Text NOT NUMERIC
062300         DISPLAY 'FPAY0012W - EMPLOYEE3 RECORD SKIPPED, '
062400                 'INVALID EMPLOYEEID ' EmployeeID3-Text
062500         GO TO 2020-EXIT
062600     END-IF
062700     IF SplitPercent3-Text = SPACES
062800         MOVE 100 TO SplitPercent3
062900     END-IF
063000     IF SplitPercent3 NOT NUMERIC
063100         DISPLAY 'FPAY0013W - EMPLOYEE3 RECORD SKIPPED, '
063200                 'INVALID SPLIT FOR EMPLOYEEID ' EmployeeID3
063300         GO TO 2020-EXIT
063400     END-IF
063500     IF WS-EMP3-COUNT < WS-EMP3-MAX
063600         ADD 1 TO WS-EMP3-COUNT
063700         MOVE EmployeeID3      TO TB-EMP3-ID(WS-EMP3-COUNT)
063800         MOVE DepartmentCode3  TO TB-EMP3-DEPT(WS-EMP3-COUNT)
063900         MOVE SplitPercent3    TO TB-EMP3-PCT(WS-EMP3-COUNT)
064000     ELSE
064100         DISPLAY 'FPAY0014E - EMPLOYEE3 TABLE FULL, RECORD '
064200                 'SKIPPED FOR EMPLOYEEID ' EmployeeID3
064300     END-IF.
064400 2020-EXIT.
064500     EXIT.
064600*
064700*----------------------------------------------------------*
064800*    3000-PROCESS-EMPLOYEES - BROWSE EMPLOYEE1 IN KEY ORDER *
064900*    FOR TERMINATIONS DATED IN THE PAY PERIOD               *
065000*----------------------------------------------------------*
065100*
065200 3000-PROCESS-EMPLOYEES.
065300     MOVE LOW-VALUES TO EmployeeID1
065400     START Employee1File
065500         KEY IS NOT LESS THAN EmployeeID1
065600         INVALID KEY
065700             MOVE 'Y' TO WS-EOF-FILE1
065800     END-START
065900     PERFORM 3010-READ-FILE1 THRU 3010-EXIT
066000         UNTIL EOF-FILE1.
066100 3000-EXIT.
066200     EXIT.
066300
066400 3010-READ-FILE1.
066500     READ Employee1File NEXT RECORD
066600         AT END
066700             MOVE 'Y' TO WS-EOF-FILE1
066800             GO TO 3010-EXIT
066900     END-READ
067000     ADD 1 TO WS-COUNT-FILE1-READ
067100     IF NOT EMP1-TERMINATED
067200         GO TO 3010-EXIT
067300     END-IF
067400     IF EmployeeStatusDate1 < WS-CAL-BEGIN
067500       OR EmployeeStatusDate1 > WS-CAL-END
067600         GO TO 3010-EXIT
067700     END-IF
067800     ADD 1 TO WS-COUNT-TERMS
067900     MOVE EmployeeID1         TO WS-GRP-ID
068000     MOVE EmployeeName1       TO WS-GRP-NAME
068100     MOVE EmployeeStatusDate1 TO WS-GRP-TERM-DATE
068200     MOVE SPACES              TO WS-GRP-NOTE
068300     PERFORM 3100-PAY-TERMINATION THRU 3100-EXIT
068400     MOVE WS-GRP-ID        TO WS-TERM-ID
068500     MOVE WS-GRP-NAME      TO WS-TERM-NAME
068600     MOVE WS-GRP-TERM-DATE TO WS-TERM-DATE
068700     MOVE WS-GRP-NOTE      TO WS-TERM-NOTE
068800     IF WS-GRP-NOTE NOT = 'PAID'
068900         WRITE RegisterRecord FROM WS-TERM-LINE
069000     END-IF.
069100 3010-EXIT.
069200     EXIT.
069300*
069400*----------------------------------------------------------*
069500*    3100-PAY-TERMINATION - A TERMINATION ALREADY ON THE    *
069600*    FINAL-PAY LOG HAS HAD ITS FINAL CHECK.  ONE WHOSE      *
069700*    PAYYTD RECORD IS ALREADY STAMPED WITH THIS PERIOD WAS  *
069800*    PAID THE WHOLE PERIOD BY THE REGISTER BEFORE THE       *
069900*    TERMINATION WAS KEYED, SO THERE IS NOTHING MORE TO     *
070000*    PAY.  WITH NO EMPLOYEE2 SALARY THERE IS NOTHING TO     *
070100*    PRORATE, AND WITH NO BANK RECORD (OR AN ACCOUNT THE    *
070150*    BANK HAS RETURNED) THERE IS NOWHERE TO PAY IT - BOTH   *
070200*    ARE LEFT OFF THE LOG, SO ONCE THE MASTER IS FIXED A    *
070300*    RERUN IN THE SAME PERIOD PAYS THEM.                    *
070400*----------------------------------------------------------*
070500*
070600 3100-PAY-TERMINATION.
070700     MOVE WS-GRP-ID        TO WS-LOG-KEY-ID
070800     MOVE WS-GRP-TERM-DATE TO WS-LOG-KEY-DATE
070900     MOVE 'N' TO WS-LOG-FOUND
071000     IF WS-LOG-COUNT > ZERO
071100         SEARCH ALL TB-LOG-ENTRY
071200             WHEN TB-LOG-KEY(TB-LOG-IDX) = WS-LOG-KEY
071300                 MOVE 'Y' TO WS-LOG-FOUND
071400         END-SEARCH
071500     END-IF
071600     IF WS-LOG-FOUND = 'Y'
071700         ADD 1 TO WS-COUNT-ALREADY-PAID
071800         MOVE 'ALREADY PAID' TO WS-GRP-NOTE
071900         GO TO 3100-EXIT
072000     END-IF
072100     MOVE 'N' TO WS-YTD-FOUND
072200     MOVE WS-GRP-ID TO EmployeeIDYtd
072300     READ YtdMasterFile
072400         INVALID KEY
072500             MOVE 'N' TO WS-YTD-FOUND
072600         NOT INVALID KEY
072700             MOVE 'Y' TO WS-YTD-FOUND
072800     END-READ
072900     IF WS-YTD-FOUND = 'Y'
073000       AND YtdLastPeriod NOT < WS-CAL-PERIOD
073100         ADD 1 TO WS-COUNT-REGISTER-PAID
073200         MOVE 'PAID BY REGISTER' TO WS-GRP-NOTE
073300         GO TO 3100-EXIT
073400     END-IF
073500     IF WS-YTD-FOUND = 'N'
073600         INITIALIZE YtdRecord
073700         MOVE WS-GRP-ID TO EmployeeIDYtd
073800     END-IF
073900     MOVE WS-GRP-ID TO EmployeeID2
074000     READ Employee2File
074100         INVALID KEY
074200             ADD 1 TO WS-COUNT-NO-SALARY
074300             MOVE 'NO EMPLOYEE2 SALARY' TO WS-GRP-NOTE
074400             GO TO 3100-EXIT
074500     END-READ
074600     MOVE EmployeeSalary TO WS-EMP-ANNUAL
074700     PERFORM 3200-PRORATE-GROSS THRU 3200-EXIT
074800     MOVE 'N' TO WS-BANK-FOUND
074900     MOVE WS-GRP-ID TO BankEmployeeID
075000     READ BankMasterFile
075100         INVALID KEY
075200             MOVE 'N' TO WS-BANK-FOUND
075300         NOT INVALID KEY
075400             MOVE 'Y' TO WS-BANK-FOUND
075500     END-READ
075600     IF WS-BANK-FOUND = 'N'
075700         ADD 1 TO WS-COUNT-HELD
075800         ADD WS-EMP-GROSS TO WS-TOTAL-HELD
075900         MOVE 'HELD - NO BANK' TO WS-GRP-NOTE
076000         GO TO 3100-EXIT
076100     END-IF
076110     IF BANK-ACCOUNT-RETURNED
076120         ADD 1 TO WS-COUNT-HELD
076130         ADD WS-EMP-GROSS TO WS-TOTAL-HELD
076140         MOVE 'HELD - RETURNED' TO WS-GRP-NOTE
076150         GO TO 3100-EXIT
076160     END-IF
076200     PERFORM 3500-TAKE-DEDUCTIONS THRU 3500-EXIT
076300     PERFORM 3300-POST-YTD THRU 3300-EXIT
076400     IF WS-GRP-NOTE NOT = SPACES
076500         GO TO 3100-EXIT
076600     END-IF
076700     PERFORM 3600-LOG-AND-PAY THRU 3600-EXIT
076800     PERFORM 3700-PRINT-FINAL-CHECK THRU 3700-EXIT
076900     MOVE 'PAID' TO WS-GRP-NOTE.
077000 3100-EXIT.
077100     EXIT.
077200*
077300*----------------------------------------------------------*
077400*    3200-PRORATE-GROSS - THE PERIOD GROSS IS THE ANNUAL    *
077500*    SALARY OVER 24, TRUNCATED, AS THE REGISTER PAYS IT.    *
077600*    THE EMPLOYEE IS PAID FOR EACH DAY FROM THE FIRST DAY   *
077700*    OF THE PERIOD THROUGH THE TERMINATION DATE, AS A SHARE *
077800*    OF THE CALENDAR DAYS IN THE PERIOD, TRUNCATED TO THE   *
077900*    DOLLAR - A TERMINATION ON THE LAST DAY PAYS THE WHOLE  *
078000*    PERIOD.                                                *
078100*----------------------------------------------------------*
078200*
078300 3200-PRORATE-GROSS.
078400     DIVIDE WS-EMP-ANNUAL BY 24 GIVING WS-EMP-PERIOD
078500     MOVE WS-CAL-BEGIN TO WS-DAY-DATE
078600     PERFORM 4000-DAY-NUMBER THRU 4000-EXIT
078700     MOVE WS-DAY-NUMBER TO WS-DAY-BEGIN
078800     MOVE WS-CAL-END TO WS-DAY-DATE
078900     PERFORM 4000-DAY-NUMBER THRU 4000-EXIT
079000     COMPUTE WS-DAYS-IN-PERIOD = WS-DAY-NUMBER - WS-DAY-BEGIN + 1
079100     MOVE WS-GRP-TERM-DATE TO WS-DAY-DATE
079200     PERFORM 4000-DAY-NUMBER THRU 4000-EXIT
079300     COMPUTE WS-DAYS-WORKED = WS-DAY-NUMBER - WS-DAY-BEGIN + 1
079400     MULTIPLY WS-EMP-PERIOD BY WS-DAYS-WORKED GIVING WS-EMP-WORK
079500     DIVIDE WS-EMP-WORK BY WS-DAYS-IN-PERIOD GIVING WS-EMP-GROSS.
079600 3200-EXIT.
079700     EXIT.
079800*
079900*----------------------------------------------------------*
080000*    3300-POST-YTD - ADD THE FINAL CHECK TO THE EMPLOYEE'S  *
080100*    YTD RECORD, OR START ONE FOR AN EMPLOYEE NEVER PAID    *
080200*    THIS YEAR, AND STAMP IT WITH THE PERIOD SO THE         *
080300*    REGISTER CAN NEVER POST THE SAME PERIOD ON TOP OF IT.  *
080400*    THE RECORD IS WRITTEN BEFORE THE LOG AND THE PAYMENT,  *
080500*    SO NOTHING IS PAID THAT IS NOT ALSO POSTED.            *
080600*----------------------------------------------------------*
080700*
080800 3300-POST-YTD.
080900     ADD WS-EMP-GROSS   TO YtdGrossPay
081000     ADD WS-EMP-DEDNS   TO YtdDeductions
081100     ADD WS-EMP-PRETAX  TO YtdPreTaxDedns
081200     MOVE WS-RUN-DATE   TO YtdLastPayDate
081300     MOVE WS-CAL-PERIOD TO YtdLastPeriod
081400     MOVE WS-EMP-GROSS  TO YtdLastGrossPay
081500     MOVE WS-EMP-NET    TO YtdLastNetPay
081600     IF WS-YTD-FOUND = 'Y'
081700         REWRITE YtdRecord
081800             INVALID KEY
081900                 MOVE 'HELD - PAYYTD FAILED' TO WS-GRP-NOTE
082000         END-REWRITE
082100     ELSE
082200         WRITE YtdRecord
082300             INVALID KEY
082400                 MOVE 'HELD - PAYYTD FAILED' TO WS-GRP-NOTE
082500         END-WRITE
082600     END-IF
082700     IF WS-GRP-NOTE NOT = SPACES
082800         DISPLAY 'FPAY0015E - PAYYTD UPDATE FAILED FOR '
082900                 'EMPLOYEEID ' WS-GRP-ID ', STATUS '
083000                 WS-YTD-STATUS-CODE ' - FINAL PAY HELD'
083100         MOVE 16 TO RETURN-CODE
083200         ADD 1 TO WS-COUNT-HELD
083300         ADD WS-EMP-GROSS TO WS-TOTAL-HELD
083400     END-IF.
083500 3300-EXIT.
083600     EXIT.
083700*
083800*----------------------------------------------------------*
083900*    3500-TAKE-DEDUCTIONS - THE REGISTER'S DEDUCTION RULES  *
084000*    AGAINST THE PRORATED GROSS: BEFORE-TAX PASS FIRST,     *
084100*    THEN AFTER-TAX; EACH LINE A FLAT AMOUNT OR A PERCENT   *
084200*    OF THE GROSS (TRUNCATED), CUT BACK TO WHAT IS LEFT     *
084300*    UNDER ITS ANNUAL LIMIT AND THEN TO THE PAY LEFT.  THE  *
084400*    LAST-CHECK AMOUNTS ARE CLEARED FIRST, AS ON THE        *
084500*    REGISTER.                                              *
084600*----------------------------------------------------------*
084700*
084800 3500-TAKE-DEDUCTIONS.
084900     MOVE ZERO         TO WS-DED-COUNT
085000     MOVE ZERO         TO WS-EMP-DEDNS
085100     MOVE ZERO         TO WS-EMP-PRETAX
085200     MOVE WS-EMP-GROSS TO WS-EMP-NET
085300     PERFORM 3510-CLEAR-LAST-AMOUNT THRU 3510-EXIT
085400         VARYING WS-YDX FROM 1 BY 1
085500         UNTIL WS-YDX > WS-YDX-MAX
085600     PERFORM 3520-READ-DEDUCTIONS THRU 3520-EXIT
085700     IF WS-DEDN-FOUND = 'N'
085800         GO TO 3500-EXIT
085900     END-IF
086000     MOVE 'B' TO WS-DEDN-PASS
086100     PERFORM 3530-TAKE-ONE-DEDUCTION THRU 3530-EXIT
086200         VARYING WS-DEDN-IX FROM 1 BY 1
086300         UNTIL WS-DEDN-IX > DednLineCount
086400     MOVE 'A' TO WS-DEDN-PASS
086500     PERFORM 3530-TAKE-ONE-DEDUCTION THRU 3530-EXIT
086600         VARYING WS-DEDN-IX FROM 1 BY 1
086700         UNTIL WS-DEDN-IX > DednLineCount.
086800 3500-EXIT.
086900     EXIT.
087000
087100 3510-CLEAR-LAST-AMOUNT.
087200     MOVE ZERO TO YtdDednLastAmount(WS-YDX).
087300 3510-EXIT.
087400     EXIT.
087500
087600 3520-READ-DEDUCTIONS.
087700     MOVE 'N' TO WS-DEDN-FOUND
087800     MOVE WS-GRP-ID TO DednEmployeeID
087900     READ DeductionFile
088000         INVALID KEY
088100             MOVE 'N' TO WS-DEDN-FOUND
088200         NOT INVALID KEY
088300             MOVE 'Y' TO WS-DEDN-FOUND
088400     END-READ.
088500 3520-EXIT.
088600     EXIT.
088700
088800 3530-TAKE-ONE-DEDUCTION.
088900     IF DednTaxTiming(WS-DEDN-IX) NOT = WS-DEDN-PASS
089000         GO TO 3530-EXIT
089100     END-IF
089200     MOVE SPACES TO WS-DEDN-NOTE
089300     IF DEDN-PERCENT(WS-DEDN-IX)
089400         COMPUTE WS-DEDN-AMOUNT =
089500             WS-EMP-GROSS * DednPercent(WS-DEDN-IX) / 100
089600     ELSE
089700         MOVE DednFlatAmount(WS-DEDN-IX) TO WS-DEDN-AMOUNT
089800     END-IF
089900     PERFORM 3540-FIND-YTD-SLOT THRU 3540-EXIT
090000     IF WS-YDX = ZERO
090100         DISPLAY 'FPAY0016W - YTD DEDUCTION TABLE FULL, CODE '
090200                 DednCode(WS-DEDN-IX) ' NOT TAKEN FOR '
090300                 'EMPLOYEEID ' WS-GRP-ID
090400         MOVE ZERO TO WS-DEDN-AMOUNT
090500         MOVE 'NOT TAKEN - YTD TABLE' TO WS-DEDN-NOTE
090600         PERFORM 3560-ADD-TABLE-ENTRY THRU 3560-EXIT
090700         GO TO 3530-EXIT
090800     END-IF
090900     IF DednAnnualLimit(WS-DEDN-IX) > ZERO
091000         IF YtdDednAmount(WS-YDX)
091100             NOT < DednAnnualLimit(WS-DEDN-IX)
091200             MOVE ZERO TO WS-DEDN-AMOUNT
091300             MOVE 'ANNUAL LIMIT REACHED' TO WS-DEDN-NOTE
091400         ELSE
091500             SUBTRACT YtdDednAmount(WS-YDX)
091600                 FROM DednAnnualLimit(WS-DEDN-IX)
091700                 GIVING WS-DEDN-ROOM
091800             IF WS-DEDN-AMOUNT > WS-DEDN-ROOM
091900                 MOVE WS-DEDN-ROOM TO WS-DEDN-AMOUNT
092000                 MOVE 'CUT TO ANNUAL LIMIT' TO WS-DEDN-NOTE
092100             END-IF
092200         END-IF
092300     END-IF
092400     IF WS-DEDN-AMOUNT > WS-EMP-NET
092500         MOVE WS-EMP-NET TO WS-DEDN-AMOUNT
092600         MOVE 'SHORT - NO PAY LEFT' TO WS-DEDN-NOTE
092700     END-IF
092800     SUBTRACT WS-DEDN-AMOUNT FROM WS-EMP-NET
092900     ADD WS-DEDN-AMOUNT TO WS-EMP-DEDNS
093000     IF DEDN-PRE-TAX(WS-DEDN-IX)
093100         ADD WS-DEDN-AMOUNT TO WS-EMP-PRETAX
093200     END-IF
093300     MOVE DednTaxTiming(WS-DEDN-IX) TO YtdDednTaxTiming(WS-YDX)
093400     ADD WS-DEDN-AMOUNT  TO YtdDednAmount(WS-YDX)
093500     MOVE WS-DEDN-AMOUNT TO YtdDednLastAmount(WS-YDX)
093600     PERFORM 3560-ADD-TABLE-ENTRY THRU 3560-EXIT.
093700 3530-EXIT.
093800     EXIT.
093900
094000 3540-FIND-YTD-SLOT.
094100     MOVE ZERO TO WS-YDX
094200     MOVE ZERO TO WS-YDX-FREE
094300     PERFORM 3550-CHECK-YTD-SLOT THRU 3550-EXIT
094400         VARYING WS-YDX-SCAN FROM 1 BY 1
094500         UNTIL WS-YDX-SCAN > WS-YDX-MAX
094600            OR WS-YDX > ZERO
094700     IF WS-YDX = ZERO
094800       AND WS-YDX-FREE > ZERO
094900         MOVE WS-YDX-FREE TO WS-YDX
095000         MOVE DednCode(WS-DEDN-IX) TO YtdDednCode(WS-YDX)
095100         MOVE ZERO TO YtdDednAmount(WS-YDX)
095200         MOVE ZERO TO YtdDednLastAmount(WS-YDX)
095300     END-IF.
095400 3540-EXIT.
095500     EXIT.
095600
095700 3550-CHECK-YTD-SLOT.
095800     IF YtdDednCode(WS-YDX-SCAN) = DednCode(WS-DEDN-IX)
095900         MOVE WS-YDX-SCAN TO WS-YDX
096000     ELSE
096100         IF YtdDednCode(WS-YDX-SCAN) = SPACES
096200           AND WS-YDX-FREE = ZERO
096300             MOVE WS-YDX-SCAN TO WS-YDX-FREE
096400         END-IF
096500     END-IF.
096600 3550-EXIT.
096700     EXIT.
096800
096900 3560-ADD-TABLE-ENTRY.
097000     IF WS-DED-COUNT < WS-DED-MAX
097100         ADD 1 TO WS-DED-COUNT
097200         MOVE DednCode(WS-DEDN-IX)
097300             TO TB-DED-CODE(WS-DED-COUNT)
097400         MOVE DednTaxTiming(WS-DEDN-IX)
097500             TO TB-DED-TIMING(WS-DED-COUNT)
097600         MOVE WS-DEDN-AMOUNT TO TB-DED-AMOUNT(WS-DED-COUNT)
097700         MOVE WS-DEDN-NOTE   TO TB-DED-NOTE(WS-DED-COUNT)
097800     END-IF.
097900 3560-EXIT.
098000     EXIT.
098100*
098200*----------------------------------------------------------*
098300*    3600-LOG-AND-PAY - RECORD THE TERMINATION ON FPAYLOG   *
098400*    SO IT IS NEVER PAID AGAIN, THEN WRITE THE PAYMENT      *
098500*    DETAIL WITH THE BANK DETAILS AND THE FINAL FIGURES.    *
098600*----------------------------------------------------------*
098700*
098800 3600-LOG-AND-PAY.
098900     MOVE SPACES           TO FinalLogRecord
099000     MOVE WS-GRP-ID        TO FLOG-EMPLOYEE-ID
099100     MOVE WS-GRP-TERM-DATE TO FLOG-STATUS-DATE
099200     MOVE WS-CAL-PERIOD    TO FLOG-PERIOD
099300     MOVE WS-RUN-DATE      TO FLOG-RUN-DATE
099400     MOVE WS-RUN-TIME      TO FLOG-RUN-TIME
099500     MOVE WS-EMP-GROSS     TO FLOG-GROSS
099600     MOVE WS-EMP-DEDNS     TO FLOG-DEDUCTIONS
099700     MOVE WS-EMP-NET       TO FLOG-NET
099800     WRITE FinalLogRecord
099900     MOVE WS-GRP-ID         TO PAY-DTL-EMPLOYEE-ID
100000     MOVE BankRoutingNumber TO PAY-DTL-ROUTING
100100     MOVE BankAccountNumber TO PAY-DTL-ACCOUNT
100200     MOVE BankAccountType   TO PAY-DTL-ACCT-TYPE
100300     MOVE BankPrenoteFlag   TO PAY-DTL-PRENOTE
100400     MOVE WS-EMP-NET        TO PAY-DTL-NET-PAY
100500     MOVE WS-EMP-ANNUAL     TO PAY-DTL-ANNUAL-SALARY
100600     MOVE WS-EMP-GROSS      TO PAY-DTL-PERIOD-GROSS
100700     MOVE WS-EMP-DEDNS      TO PAY-DTL-DEDUCTIONS
100800     WRITE PaymentRecord FROM PAY-DETAIL-RECORD
100900     ADD 1 TO WS-COUNT-PAID
101000     ADD WS-EMP-ANNUAL TO WS-HASH-ANNUAL
101100     ADD WS-EMP-GROSS  TO WS-TOTAL-GROSS
101200     ADD WS-EMP-DEDNS  TO WS-TOTAL-DEDNS
101300     ADD WS-EMP-NET    TO WS-TOTAL-NET.
101400 3600-EXIT.
101500     EXIT.
101600*
101700*----------------------------------------------------------*
101800*    3700-PRINT-FINAL-CHECK - THE TERMINATION LINE, THE     *
101900*    PRORATION, ONE LINE PER COST CENTER, ONE PER           *
102000*    DEDUCTION AND THE NET PAY LINE                         *
102100*----------------------------------------------------------*
102200*
102300 3700-PRINT-FINAL-CHECK.
102400     MOVE WS-GRP-ID        TO WS-TERM-ID
102500     MOVE WS-GRP-NAME      TO WS-TERM-NAME
102600     MOVE WS-GRP-TERM-DATE TO WS-TERM-DATE
102700     MOVE SPACES           TO WS-TERM-NOTE
102800     WRITE RegisterRecord FROM WS-TERM-LINE
102900     MOVE WS-EMP-ANNUAL     TO WS-DAYS-ANNUAL
103000     MOVE WS-EMP-PERIOD     TO WS-DAYS-PERIOD
103100     MOVE WS-DAYS-WORKED    TO WS-DAYS-WORKED-OUT
103200     MOVE WS-DAYS-IN-PERIOD TO WS-DAYS-IN-PERIOD-OUT
103300     MOVE WS-EMP-GROSS      TO WS-DAYS-GROSS
103400     WRITE RegisterRecord FROM WS-DAYS-LINE
103500     PERFORM 3710-PRINT-SPLITS THRU 3710-EXIT
103600     PERFORM 3730-PRINT-ONE-DEDUCTION THRU 3730-EXIT
103700         VARYING WS-DED-IX FROM 1 BY 1
103800         UNTIL WS-DED-IX > WS-DED-COUNT
103900     MOVE WS-EMP-NET TO WS-NET-AMOUNT
104000     WRITE RegisterRecord FROM WS-NET-LINE.
104100 3700-EXIT.
104200     EXIT.
104300*
104400*    THE EMPLOYEE'S FIRST SPLIT IS FOUND BY A BINARY SEARCH
104500*    AND THEN BY BACKING UP OVER ANY EARLIER ENTRY FOR THE
104600*    SAME ID.  AN EMPLOYEE WITH NO SPLIT IS STILL PAID, BUT
104700*    THE WHOLE GROSS IS SHOWN AGAINST A BLANK COST CENTER
104800*    FOR PAYROLL TO CHARGE BY HAND.
104900*
105000 3710-PRINT-SPLITS.
105100     MOVE ZERO TO WS-SPL-START
105200     IF WS-EMP3-COUNT > ZERO
105300         SEARCH ALL TB-EMP3-ENTRY
105400             WHEN TB-EMP3-ID(TB-EMP3-IDX) = WS-GRP-ID
105500                 SET WS-SPL-START TO TB-EMP3-IDX
105600         END-SEARCH
105700     END-IF
105800     IF WS-SPL-START = ZERO
105900         ADD 1 TO WS-COUNT-NO-SPLIT
106000         MOVE SPACES       TO WS-SPLIT-DEPT
106100         MOVE 100          TO WS-SPLIT-PCT
106200         MOVE WS-EMP-GROSS TO WS-SPLIT-PART
106300         ADD WS-EMP-GROSS  TO WS-TOTAL-SPLITS
106400         WRITE RegisterRecord FROM WS-SPLIT-LINE
106500         GO TO 3710-EXIT
106600     END-IF
106700     MOVE 'N' TO WS-SPL-DONE
106800     PERFORM 3711-BACK-UP-ONE THRU 3711-EXIT
106900         UNTIL WS-SPL-DONE = 'Y'
107000     MOVE WS-SPL-START TO WS-SPL-END
107100     MOVE 'N' TO WS-SPL-DONE
107200     PERFORM 3712-STEP-FORWARD-ONE THRU 3712-EXIT
107300         UNTIL WS-SPL-DONE = 'Y'
107400     MOVE ZERO TO WS-SPL-ACCUM
107500     PERFORM 3720-PRINT-ONE-SPLIT THRU 3720-EXIT
107600         VARYING WS-SPL-IX FROM WS-SPL-START BY 1
107700         UNTIL WS-SPL-IX > WS-SPL-END.
107800 3710-EXIT.
107900     EXIT.
108000
108100 3711-BACK-UP-ONE.
108200     IF WS-SPL-START = 1
108300         MOVE 'Y' TO WS-SPL-DONE
108400     ELSE
108500         IF TB-EMP3-ID(WS-SPL-START - 1) NOT = WS-GRP-ID
108600             MOVE 'Y' TO WS-SPL-DONE
108700         ELSE
108800             SUBTRACT 1 FROM WS-SPL-START
108900         END-IF
109000     END-IF.
109100 3711-EXIT.
109200     EXIT.
109300
109400 3712-STEP-FORWARD-ONE.
109500     IF WS-SPL-END NOT < WS-EMP3-COUNT
109600         MOVE 'Y' TO WS-SPL-DONE
109700     ELSE
109800         IF TB-EMP3-ID(WS-SPL-END + 1) NOT = WS-GRP-ID
109900             MOVE 'Y' TO WS-SPL-DONE
110000         ELSE
110100             ADD 1 TO WS-SPL-END
110200         END-IF
110300     END-IF.
110400 3712-EXIT.
110500     EXIT.
110600
110700 3720-PRINT-ONE-SPLIT.
110800     IF WS-SPL-IX < WS-SPL-END
110900         MULTIPLY WS-EMP-GROSS BY TB-EMP3-PCT(WS-SPL-IX)
111000             GIVING WS-SPL-WORK
111100         DIVIDE WS-SPL-WORK BY 100 GIVING WS-SPL-PART
111200         ADD WS-SPL-PART TO WS-SPL-ACCUM
111300     ELSE
111400         SUBTRACT WS-SPL-ACCUM FROM WS-EMP-GROSS
111500             GIVING WS-SPL-PART
111600     END-IF
111700     ADD WS-SPL-PART TO WS-TOTAL-SPLITS
111800     MOVE TB-EMP3-DEPT(WS-SPL-IX) TO WS-SPLIT-DEPT
111900     MOVE TB-EMP3-PCT(WS-SPL-IX)  TO WS-SPLIT-PCT
112000     MOVE WS-SPL-PART             TO WS-SPLIT-PART
112100     WRITE RegisterRecord FROM WS-SPLIT-LINE.
112200 3720-EXIT.
112300     EXIT.
112400
112500 3730-PRINT-ONE-DEDUCTION.
112600     MOVE TB-DED-CODE(WS-DED-IX)   TO WS-DEDN-CODE
112700     IF TB-DED-TIMING(WS-DED-IX) = 'B'
112800         MOVE 'B/T'                TO WS-DEDN-TIMING
112900     ELSE
113000         MOVE 'A/T'                TO WS-DEDN-TIMING
113100     END-IF
113200     MOVE TB-DED-AMOUNT(WS-DED-IX) TO WS-DEDN-AMOUNT-OUT
113300     MOVE TB-DED-NOTE(WS-DED-IX)   TO WS-DEDN-NOTE-OUT
113400     WRITE RegisterRecord FROM WS-DEDN-LINE.
113500 3730-EXIT.
113600     EXIT.
113700*
113800*----------------------------------------------------------*
113900*    4000-DAY-NUMBER - TURN WS-DAY-DATE (YYYYMMDD) INTO A   *
114000*    COUNT OF DAYS SINCE THE START OF THE COMMON ERA: 365   *
114100*    FOR EACH EARLIER YEAR PLUS ONE FOR EACH EARLIER LEAP   *
114200*    YEAR, THE DAYS BEFORE THE MONTH, AND THE DAY.  A LEAP  *
114300*    YEAR IS ONE DIVISIBLE BY 4, EXCEPT CENTURIES NOT       *
114400*    DIVISIBLE BY 400.                                      *
114500*----------------------------------------------------------*
114600*
114700 4000-DAY-NUMBER.
114800     SUBTRACT 1 FROM WS-DAY-YEAR GIVING WS-DAY-YEARS
114900     MULTIPLY WS-DAY-YEARS BY 365 GIVING WS-DAY-NUMBER
115000     DIVIDE WS-DAY-YEARS BY 4 GIVING WS-DAY-QUOT
115100     ADD WS-DAY-QUOT TO WS-DAY-NUMBER
115200     DIVIDE WS-DAY-YEARS BY 100 GIVING WS-DAY-QUOT
115300     SUBTRACT WS-DAY-QUOT FROM WS-DAY-NUMBER
115400     DIVIDE WS-DAY-YEARS BY 400 GIVING WS-DAY-QUOT
115500     ADD WS-DAY-QUOT TO WS-DAY-NUMBER
115600     ADD WS-CUM-DAYS(WS-DAY-MONTH) TO WS-DAY-NUMBER
115700     ADD WS-DAY-DAY TO WS-DAY-NUMBER
115800     MOVE 'N' TO WS-DAY-LEAP
115900     DIVIDE WS-DAY-YEAR BY 4 GIVING WS-DAY-QUOT
116000         REMAINDER WS-DAY-REM
116100     IF WS-DAY-REM = ZERO
116200         MOVE 'Y' TO WS-DAY-LEAP
116300         DIVIDE WS-DAY-YEAR BY 100 GIVING WS-DAY-QUOT
116400             REMAINDER WS-DAY-REM
116500         IF WS-DAY-REM = ZERO
116600             DIVIDE WS-DAY-YEAR BY 400 GIVING WS-DAY-QUOT
116700                 REMAINDER WS-DAY-REM
116800             IF WS-DAY-REM NOT = ZERO
116900                 MOVE 'N' TO WS-DAY-LEAP
117000             END-IF
117100         END-IF
117200     END-IF
117300     IF WS-DAY-LEAP = 'Y'
117400       AND WS-DAY-MONTH > 2
117500         ADD 1 TO WS-DAY-NUMBER
117600     END-IF.
117700 4000-EXIT.
117800     EXIT.
117900*
118000*----------------------------------------------------------*
118100*    5000-PRINT-TRAILER - THE PAYMENT FILE TRAILER AND THE  *
118200*    REGISTER CONTROL TOTALS.  THE COST-CENTER PARTS MUST   *
118300*    ADD BACK TO THE GROSS PAID AND GROSS LESS DEDUCTIONS   *
118400*    TO THE NET; EITHER DIFFERENCE ENDS THE STEP RC 8.  A   *
118500*    TERMINATION HELD OR WITH NO SALARY ENDS IT RC 4.       *
118600*----------------------------------------------------------*
118700*
118800 5000-PRINT-TRAILER.
118900     MOVE WS-COUNT-PAID  TO PAY-TRL-DETAIL-COUNT
119000     MOVE WS-HASH-ANNUAL TO PAY-TRL-HASH-ANNUAL
119100     MOVE WS-TOTAL-NET   TO PAY-TRL-TOTAL-NET
119200     MOVE WS-TOTAL-GROSS TO PAY-TRL-TOTAL-GROSS
119300     MOVE WS-TOTAL-DEDNS TO PAY-TRL-TOTAL-DEDNS
119400     WRITE PaymentRecord FROM PAY-TRAILER-RECORD
119500     IF WS-TOTAL-SPLITS NOT = WS-TOTAL-GROSS
119600       OR WS-TOTAL-GROSS - WS-TOTAL-DEDNS NOT = WS-TOTAL-NET
119700         MOVE 'N' TO WS-BALANCED
119800     END-IF
119900     MOVE SPACES TO WS-HEADING-TEXT
120000     WRITE RegisterRecord FROM WS-HEADING-LINE
120100     MOVE 'EMPLOYEE1 RECORDS READ'       TO WS-TRAILER-LABEL
120200     MOVE WS-COUNT-FILE1-READ            TO WS-TRAILER-VALUE
120300     WRITE RegisterRecord FROM WS-TRAILER-LINE
120400     MOVE 'TERMINATIONS DATED IN PERIOD' TO WS-TRAILER-LABEL
120500     MOVE WS-COUNT-TERMS                 TO WS-TRAILER-VALUE
120600     WRITE RegisterRecord FROM WS-TRAILER-LINE
120700     MOVE 'ALREADY PAID BY AN EARLIER RUN' TO WS-TRAILER-LABEL
120800     MOVE WS-COUNT-ALREADY-PAID          TO WS-TRAILER-VALUE
120900     WRITE RegisterRecord FROM WS-TRAILER-LINE
121000     MOVE 'PERIOD PAID IN FULL BY REGISTER' TO WS-TRAILER-LABEL
121100     MOVE WS-COUNT-REGISTER-PAID         TO WS-TRAILER-VALUE
121200     WRITE RegisterRecord FROM WS-TRAILER-LINE
121300     MOVE 'NO SALARY ON EMPLOYEE2'       TO WS-TRAILER-LABEL
121400     MOVE WS-COUNT-NO-SALARY             TO WS-TRAILER-VALUE
121500     WRITE RegisterRecord FROM WS-TRAILER-LINE
121600     MOVE 'FINAL CHECKS HELD'            TO WS-TRAILER-LABEL
121700     MOVE WS-COUNT-HELD                  TO WS-TRAILER-VALUE
121800     WRITE RegisterRecord FROM WS-TRAILER-LINE
121900     MOVE 'GROSS HELD'                   TO WS-TRAILER-LABEL
122000     MOVE WS-TOTAL-HELD                  TO WS-TRAILER-VALUE
122100     WRITE RegisterRecord FROM WS-TRAILER-LINE
122200     MOVE 'FINAL CHECKS PAID'            TO WS-TRAILER-LABEL
122300     MOVE WS-COUNT-PAID                  TO WS-TRAILER-VALUE
122400     WRITE RegisterRecord FROM WS-TRAILER-LINE
122500     MOVE 'PAID WITH NO EMPLOYEE3 SPLIT' TO WS-TRAILER-LABEL
122600     MOVE WS-COUNT-NO-SPLIT              TO WS-TRAILER-VALUE
122700     WRITE RegisterRecord FROM WS-TRAILER-LINE
122800     MOVE 'TOTAL GROSS PAID'             TO WS-TRAILER-LABEL
122900     MOVE WS-TOTAL-GROSS                 TO WS-TRAILER-VALUE
123000     WRITE RegisterRecord FROM WS-TRAILER-LINE
123100     MOVE 'TOTAL OF COST-CENTER PARTS'   TO WS-TRAILER-LABEL
123200     MOVE WS-TOTAL-SPLITS                TO WS-TRAILER-VALUE
123300     WRITE RegisterRecord FROM WS-TRAILER-LINE
123400     MOVE 'TOTAL DEDUCTIONS'             TO WS-TRAILER-LABEL
123500     MOVE WS-TOTAL-DEDNS                 TO WS-TRAILER-VALUE
123600     WRITE RegisterRecord FROM WS-TRAILER-LINE
123700     MOVE 'TOTAL NET PAID'               TO WS-TRAILER-LABEL
123800     MOVE WS-TOTAL-NET                   TO WS-TRAILER-VALUE
123900     WRITE RegisterRecord FROM WS-TRAILER-LINE
124000     IF NOT TOTALS-BALANCE
124100         MOVE '** FINAL PAY TOTALS DO NOT BALANCE **'
124200             TO WS-HEADING-TEXT
124300         WRITE RegisterRecord FROM WS-HEADING-LINE
124400         DISPLAY 'FPAY0017W - FINAL PAY GROSS ' WS-TOTAL-GROSS
124500                 ' DOES NOT TIE TO THE COST CENTERS OR THE NET'
124600         IF RETURN-CODE < 8
124700             MOVE 8 TO RETURN-CODE
124800         END-IF
124900     END-IF
125000     IF WS-COUNT-HELD > ZERO OR WS-COUNT-NO-SALARY > ZERO
125100         IF RETURN-CODE < 4
125200             MOVE 4 TO RETURN-CODE
125300         END-IF
125400     END-IF.
125500 5000-EXIT.
125600     EXIT.
125700*
125800*----------------------------------------------------------*
125900*    6000-RECORD-POSTINGS - ADD THE FINAL CHECKS POSTED TO  *
126000*    PAYYTD TO THE PERIOD'S POSTED TOTALS ON PAYCAL, SO THE *
126100*    YEAR-END CLOSE STILL TIES PAYYTD TO THE PERIODS.  A    *
126200*    FAILED UPDATE ENDS THE STEP RC 16 FOR FOLLOW-UP.       *
126300*----------------------------------------------------------*
126400*
126500 6000-RECORD-POSTINGS.
126600     IF WS-COUNT-PAID = ZERO
126700         GO TO 6000-EXIT
126800     END-IF
126900     MOVE WS-CAL-PERIOD TO CalPeriodNumber
127000     READ PayCalendarFile
127100         INVALID KEY
127200             DISPLAY 'FPAY0018E - PAY PERIOD ' WS-CAL-PERIOD
127300                     ' COULD NOT BE RE-READ TO RECORD POSTINGS'
127400             MOVE 16 TO RETURN-CODE
127500             GO TO 6000-EXIT
127600     END-READ
127700     ADD WS-COUNT-PAID  TO CalPostedChecks
127800     ADD WS-TOTAL-GROSS TO CalPostedGross
127900     ADD WS-TOTAL-DEDNS TO CalPostedDedns
128000     ADD WS-TOTAL-NET   TO CalPostedNet
128100     REWRITE PayCalendarRecord
128200         INVALID KEY
128300             DISPLAY 'FPAY0018E - PAY PERIOD ' WS-CAL-PERIOD
128400                     ' POSTED TOTALS NOT UPDATED, STATUS '
128500                     WS-CAL-STATUS-CODE
128600             MOVE 16 TO RETURN-CODE
128700     END-REWRITE.
128800 6000-EXIT.
128900     EXIT.
129000*
129100*----------------------------------------------------------*
129200*    7000-WRITE-AUDIT-RECORD - LOG THE RUN TO MERGEAUD AND  *
129300*    SHOW THE BALANCING FIGURES ON THE JOB LOG              *
129400*----------------------------------------------------------*
129500*
129600 7000-WRITE-AUDIT-RECORD.
129700     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
129800     ACCEPT AUD-RUN-TIME FROM TIME
129900     MOVE 'FINALPAY'              TO AUD-PROGRAM-ID
130000     MOVE 'EMPLOYEE1.DAT'         TO AUD-FILE1-NAME
130100     MOVE WS-COUNT-FILE1-READ     TO AUD-FILE1-COUNT
130200     MOVE 'EMPLOYEE3.DAT'         TO AUD-FILE2-NAME
130300     MOVE WS-EMP3-COUNT           TO AUD-FILE2-COUNT
130400     MOVE 'PAYYTD.DAT'            TO AUD-FILE3-NAME
130500     MOVE WS-COUNT-PAID           TO AUD-FILE3-COUNT
130600     MOVE WS-COUNT-PAID           TO AUD-OUTPUT-COUNT
130700     IF TOTALS-BALANCE
130800       AND WS-COUNT-HELD = ZERO
130900       AND WS-COUNT-NO-SALARY = ZERO
131000         MOVE 'NORMAL'            TO AUD-COMPLETION-STATUS
131100     ELSE
131200         MOVE 'EXCEPTION'         TO AUD-COMPLETION-STATUS
131300     END-IF
131400     WRITE AuditRecord
131500     DISPLAY 'FPAY0019I - TERMINATIONS IN PERIOD    '
131600             WS-COUNT-TERMS
131700     DISPLAY 'FPAY0020I - FINAL CHECKS PAID         '
131800             WS-COUNT-PAID
131900     DISPLAY 'FPAY0021I - FINAL GROSS PAID          '
132000             WS-TOTAL-GROSS
132100     DISPLAY 'FPAY0022I - FINAL NET PAID            '
132200             WS-TOTAL-NET
132300     DISPLAY 'FPAY0023I - FINAL CHECKS HELD         '
132400             WS-COUNT-HELD
132500     DISPLAY 'FPAY0024I - NO SALARY ON EMPLOYEE2    '
132600             WS-COUNT-NO-SALARY.
132700 7000-EXIT.
132800     EXIT.
132900*
133000*----------------------------------------------------------*
133100*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN       *
133200*----------------------------------------------------------*
133300*
133400 9000-TERMINATE.
133500     CLOSE Employee1File
133600     CLOSE Employee2File
133700     CLOSE Employee3File
133800     CLOSE PayCalendarFile
133900     CLOSE YtdMasterFile
134000     CLOSE DeductionFile
134100     CLOSE BankMasterFile
134200     CLOSE FinalLogFile
134300     CLOSE RegisterFile
134400     CLOSE PaymentFile
134500     CLOSE AuditFile.
134600 9000-EXIT.
134700     EXIT.
