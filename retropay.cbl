000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RetroPayAdjustment.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  PAYS THE BACK PAY OWED
001100*                     WHEN A SALARY CHANGE IS BACK-DATED, SO
001200*                     PAYROLL NO LONGER WORKS IT OUT BY HAND.
001300*                     READS THE SALHIST SALARY CHANGE HISTORY
001400*                     WRITTEN SINCE THE LAST RETRO RUN (THE
001500*                     HIGH-WATER MARK ON THE CUMULATIVE RTROLOG
001600*                     RUN LOG) AND PICKS UP EVERY CHANGE OR
001700*                     MASS INCREASE WHOSE EFFECTIVE DATE IS
001800*                     BEFORE THE DAY IT WAS APPLIED.  EACH PAY
001900*                     PERIOD ON PAYCAL THAT HAD ALREADY BEEN
002000*                     PAID TO THE EMPLOYEE AT THE OLD SALARY -
002100*                     PAYYTD'S LAST PERIOD AND LAST PAY DATE
002200*                     SAY HOW FAR THE EMPLOYEE HAS BEEN PAID -
002300*                     IS MADE GOOD AT THE PAYROLL REGISTER'S
002400*                     PERIOD GROSS RULE, NEW SALARY OVER 24
002500*                     LESS OLD SALARY OVER 24.  THE RETRO
002600*                     LISTING SHOWS EVERY PERIOD, THEN ONE
002700*                     PAYMENT PER EMPLOYEE WITH THE PERCENT-
002800*                     OF-GROSS DEDNMAST DEDUCTIONS TAKEN, AND
002900*                     CONTROL TOTALS THAT TIE THE PAYMENTS
003000*                     BACK TO THE OLD AND NEW SALARY IMAGES.
003100*                     THE PAYMENTS GO TO A ONE-TIME PAYMENT
003200*                     FILE IN THE PAYFILE LAYOUT (SHARED
003300*                     PAYFREC), ARE POSTED TO PAYYTD AND ADDED
003400*                     TO THE CURRENT PERIOD'S POSTED TOTALS ON
003500*                     PAYCAL SO THE YEAR-END CLOSE STILL TIES,
003600*                     AND THE RUN IS LOGGED TO MERGEAUD.
003620*    2026-10-15  RJ   A RETRO FOR AN EMPLOYEE WHOSE BANKMAST
003640*                     ACCOUNT HAS BEEN MARKED RETURNED BY THE
003660*                     BANK RETURN RUN IS HELD LIKE ONE WITH NO
003680*                     BANK RECORD.
003690*    2026-10-15  RJ   THE RETRO PAYFILE HEADER CARRIES SOURCE R.
003700*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT HistoryFile ASSIGN TO SALHIST
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-HIST-STATUS-CODE.
004400     SELECT RetroLogFile ASSIGN TO RTROLOG
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-LOG-STATUS-CODE.
004700     SELECT PayCalendarFile ASSIGN TO PAYCAL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CalPeriodNumber
005100         FILE STATUS IS WS-CAL-STATUS-CODE.
005200     SELECT YtdMasterFile ASSIGN TO PAYYTD
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS EmployeeIDYtd
005600         FILE STATUS IS WS-YTD-STATUS-CODE.
005700     SELECT DeductionFile ASSIGN TO DEDNMAST
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS DednEmployeeID
006100         FILE STATUS IS WS-DEDN-STATUS-CODE.
006200     SELECT BankMasterFile ASSIGN TO BANKMAST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS BankEmployeeID
006600         FILE STATUS IS WS-BANK-STATUS-CODE.
006700     SELECT Employee1File ASSIGN TO EMPLOYE1
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS EmployeeID1
007100         FILE STATUS IS WS-EMP1-STATUS-CODE.
007200     SELECT ListingFile ASSIGN TO RTROLIST
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400     SELECT PaymentFile ASSIGN TO RTROPAY
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600     SELECT AuditFile ASSIGN TO MERGEAUD
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-AUD-STATUS-CODE.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  HistoryFile.
008300     COPY HISTREC.
008400*
008500*    RETRO RUN LOG - ONE RECORD APPENDED PER RUN.  THE LAST
008600*    RECORD'S SALHIST DATE AND TIME ARE THE HIGH-WATER MARK:
008700*    HISTORY AT OR BEFORE IT HAS BEEN MADE GOOD ALREADY AND
008800*    IS NEVER PAID AGAIN.
008900*
009000 FD  RetroLogFile.
009100 01  RetroLogRecord.
009200     05  RLOG-RUN-DATE          PIC 9(08).
009300     05  RLOG-RUN-TIME          PIC 9(08).
009400     05  RLOG-HIST-DATE         PIC 9(08).
009500     05  RLOG-HIST-TIME         PIC 9(08).
009600     05  RLOG-PERIOD            PIC 9(06).
009700     05  RLOG-PAID-COUNT        PIC 9(05).
009800     05  RLOG-PAID-GROSS        PIC 9(09).
009900     05  RLOG-PAID-NET          PIC 9(09).
010000     05  FILLER                 PIC X(19).
010100
010200 FD  PayCalendarFile.
010300     COPY PCALREC.
010400
010500 FD  YtdMasterFile.
010600     COPY YTDREC.
010700
010800 FD  DeductionFile.
010900     COPY DEDNREC.
011000
011100 FD  BankMasterFile.
011200     COPY BANKREC.
011300
011400 FD  Employee1File.
011500     COPY EMP1REC.
011600
011700 FD  ListingFile.
011800 01  ListingRecord          PIC X(80).
011900
012000 FD  PaymentFile.
012100 01  PaymentRecord          PIC X(80).
012200
012300 FD  AuditFile.
012400     COPY AUDITREC.
012500
012600 WORKING-STORAGE SECTION.
012700*
012800*    FILE STATUS, END-OF-FILE SWITCHES AND RECORD COUNTERS
012900*
013000 77  WS-HIST-STATUS-CODE    PIC XX.
013100 77  WS-LOG-STATUS-CODE     PIC XX.
013200 77  WS-CAL-STATUS-CODE     PIC XX.
013300 77  WS-YTD-STATUS-CODE     PIC XX.
013400 77  WS-DEDN-STATUS-CODE    PIC XX.
013500 77  WS-BANK-STATUS-CODE    PIC XX.
013600 77  WS-EMP1-STATUS-CODE    PIC XX.
013700 77  WS-AUD-STATUS-CODE     PIC XX.
013800 77  WS-EOF-HISTORY         PIC X VALUE 'N'.
013900     88  EOF-HISTORY                 VALUE 'Y'.
014000 77  WS-EOF-LOG             PIC X VALUE 'N'.
014100     88  EOF-LOG                     VALUE 'Y'.
014200 77  WS-EOF-CALENDAR        PIC X VALUE 'N'.
014300     88  EOF-CALENDAR                VALUE 'Y'.
014400 77  WS-YTD-FOUND           PIC X VALUE 'N'.
014500 77  WS-DEDN-FOUND          PIC X VALUE 'N'.
014600 77  WS-BANK-FOUND          PIC X VALUE 'N'.
014700 77  WS-EMP1-FOUND          PIC X VALUE 'N'.
014800 77  WS-COUNT-HIST-READ     PIC 9(07) COMP VALUE ZERO.
014900 77  WS-COUNT-HIST-OLD      PIC 9(07) COMP VALUE ZERO.
015000 77  WS-COUNT-BACK-DATED    PIC 9(07) COMP VALUE ZERO.
015100 77  WS-COUNT-PERIODS       PIC 9(07) COMP VALUE ZERO.
015200*
015300*    RUN DATE AND TIME, AND THE PAY PERIOD THE RUN DATE FALLS
015400*    IN - THE RETRO PAYMENTS ARE POSTED TO IT ON PAYCAL
015500*
015600 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
015700 77  WS-RUN-TIME            PIC 9(08) VALUE ZERO.
015800 77  WS-CAL-FOUND           PIC X VALUE 'N'.
015900 77  WS-CAL-PERIOD          PIC 9(06) VALUE ZERO.
016000 77  WS-CAL-STATUS          PIC X(01) VALUE SPACE.
016100*
016200*    SALHIST HIGH-WATER MARK - THE DATE AND TIME OF THE LAST
016300*    HISTORY RECORD AN EARLIER RUN LOOKED AT (ZERO BEFORE THE
016400*    FIRST RUN), AND THE LAST ONE THIS RUN LOOKS AT.  SALHIST
016500*    IS APPENDED IN TIME ORDER, SO ANYTHING AFTER THE MARK IS
016600*    NEW SINCE THE LAST RUN.
016700*
016800 01  WS-MARK.
016900     05  WS-MARK-DATE           PIC 9(08) VALUE ZERO.
017000     05  WS-MARK-TIME           PIC 9(08) VALUE ZERO.
017100 01  WS-NEW-MARK.
017200     05  WS-NEW-MARK-DATE       PIC 9(08) VALUE ZERO.
017300     05  WS-NEW-MARK-TIME       PIC 9(08) VALUE ZERO.
017400 01  WS-HIST-STAMP.
017500     05  WS-HIST-STAMP-DATE     PIC 9(08) VALUE ZERO.
017600     05  WS-HIST-STAMP-TIME     PIC 9(08) VALUE ZERO.
017700*
017800*    PAID PERIOD TABLE - EVERY PAYCAL PERIOD MARKED PAID OR
017900*    CLOSED, LOADED ONCE IN PERIOD ORDER.  ONLY THESE PERIODS
018000*    CAN HAVE BEEN PAID AT AN OLD SALARY.  TEN YEARS OF SEMI-
018100*    MONTHLY PERIODS FIT WITH ROOM TO SPARE.
018200*
018300 77  WS-PER-MAX             PIC 9(03) COMP VALUE 240.
018400 77  WS-PER-COUNT           PIC 9(03) COMP VALUE ZERO.
018500 77  WS-PER-IX              PIC 9(03) COMP VALUE ZERO.
018600
018700 01  TB-PER-TABLE.
018800     05  TB-PER-ENTRY OCCURS 1 TO 240 TIMES
018900             DEPENDING ON WS-PER-COUNT.
019000         10  TB-PER-NUMBER       PIC 9(06).
019100         10  TB-PER-BEGIN        PIC 9(08).
019200         10  TB-PER-END          PIC 9(08).
019300*
019400*    ONE CHANGE'S RETRO WORK AREAS.  THE PERIOD GROSS IS THE
019500*    PAYROLL REGISTER'S - ANNUAL SALARY OVER 24, TRUNCATED -
019600*    WORKED OUT FOR THE OLD AND THE NEW IMAGE SEPARATELY, SO
019700*    EACH PERIOD'S DIFFERENCE IS EXACTLY WHAT THE REGISTER
019800*    WOULD HAVE PAID MORE (OR LESS) AT THE NEW SALARY.
019900*
020000 77  WS-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
020100 77  WS-OLD-PERIOD-GROSS    PIC 9(07) COMP VALUE ZERO.
020200 77  WS-NEW-PERIOD-GROSS    PIC 9(07) COMP VALUE ZERO.
020300 77  WS-PERIOD-DIFF         PIC S9(07) COMP VALUE ZERO.
020400 77  WS-CHG-PERIODS         PIC 9(03) COMP VALUE ZERO.
020500 77  WS-CHG-OLD-TOTAL       PIC 9(09) COMP VALUE ZERO.
020600 77  WS-CHG-NEW-TOTAL       PIC 9(09) COMP VALUE ZERO.
020700 77  WS-CHG-DIFF-TOTAL      PIC S9(09) COMP VALUE ZERO.
020800*
020900*    RETRO TABLE - ONE ENTRY PER BACK-DATED CHANGE THAT MADE
021000*    GOOD AT LEAST ONE PERIOD.  SALHIST IS IN TIME ORDER, SO
021100*    THE TABLE IS SORTED INTO EMPLOYEEID ORDER AFTERWARDS AND
021200*    WALKED A GROUP AT A TIME, THE WAY THE MASS INCREASE WALKS
021300*    ITS SPLIT TABLE, SO AN EMPLOYEE WITH TWO CHANGES GETS ONE
021400*    PAYMENT.  THE HISTORY SEQUENCE PICKS OUT THE EMPLOYEE'S
021500*    LATEST SALARY FOR THE PAYMENT DETAIL.
021600*
021700 77  WS-RET-MAX             PIC 9(05) COMP VALUE 20000.
021800 77  WS-RET-COUNT           PIC 9(05) COMP VALUE ZERO.
021900
022000 01  TB-RET-TABLE.
022100     05  TB-RET-ENTRY OCCURS 1 TO 20000 TIMES
022200             DEPENDING ON WS-RET-COUNT
022300             ASCENDING KEY IS TB-RET-ID
022400             INDEXED BY TB-RET-IDX.
022500         10  TB-RET-ID           PIC 9(05).
022600         10  TB-RET-SEQ          PIC 9(07).
022700         10  TB-RET-SALARY       PIC 9(07).
022800         10  TB-RET-AMOUNT       PIC S9(09).
022900*
023000*    EMPLOYEE GROUP WORK AREAS FOR THE PAYMENT PASS
023100*
023200 77  WS-GRP-IX              PIC 9(05) COMP VALUE ZERO.
023300 77  WS-GRP-START           PIC 9(05) COMP VALUE ZERO.
023400 77  WS-GRP-END             PIC 9(05) COMP VALUE ZERO.
023500 77  WS-GRP-SUM-IX          PIC 9(05) COMP VALUE ZERO.
023600 77  WS-GRP-ID              PIC 9(05) VALUE ZERO.
023700 77  WS-GRP-DONE            PIC X VALUE 'N'.
023800 77  WS-GRP-SEQ             PIC 9(07) VALUE ZERO.
023900 77  WS-GRP-SALARY          PIC 9(07) VALUE ZERO.
024000 77  WS-GRP-AMOUNT          PIC S9(09) COMP VALUE ZERO.
024100 77  WS-GRP-NAME            PIC X(30) VALUE SPACES.
024200 77  WS-PAY-NOTE            PIC X(17) VALUE SPACES.
024300*
024400*    DEDUCTION WORK AREAS.  A RETRO PAYMENT IS EXTRA GROSS,
024500*    SO ONLY THE PERCENT-OF-GROSS DEDNMAST LINES APPLY TO IT
024600*    - A FLAT AMOUNT IS PER REGULAR CHECK AND WAS TAKEN ON
024700*    THE CHECKS ALREADY PAID.  BEFORE-TAX LINES GO FIRST AND
024800*    EACH LINE IS HELD TO ITS ANNUAL LIMIT AND TO THE PAY
024900*    LEFT, THE SAME AS ON THE REGISTER.  THE LAST-CHECK
025000*    FIGURES ON PAYYTD BELONG TO THE REGULAR CHECK AND ARE
025100*    LEFT ALONE.
025200*
025300 77  WS-EMP-GROSS           PIC 9(07) COMP VALUE ZERO.
025400 77  WS-EMP-DEDNS           PIC 9(07) COMP VALUE ZERO.
025500 77  WS-EMP-PRETAX          PIC 9(07) COMP VALUE ZERO.
025600 77  WS-EMP-NET             PIC 9(07) COMP VALUE ZERO.
025700 77  WS-DEDN-AMOUNT         PIC 9(07) COMP VALUE ZERO.
025800 77  WS-DEDN-ROOM           PIC 9(07) COMP VALUE ZERO.
025900 77  WS-DEDN-PASS           PIC X VALUE SPACE.
026000 77  WS-DEDN-IX             PIC 9(03) COMP VALUE ZERO.
026100 77  WS-YDX                 PIC 9(03) COMP VALUE ZERO.
026200 77  WS-YDX-FREE            PIC 9(03) COMP VALUE ZERO.
026300 77  WS-YDX-SCAN            PIC 9(03) COMP VALUE ZERO.
026400 77  WS-YDX-MAX             PIC 9(03) COMP VALUE 10.
026500*
026600*    CONTROL TOTALS.  THE NEW-SALARY GROSS LESS THE OLD-
026700*    SALARY GROSS FOR THE PERIODS MADE GOOD MUST EQUAL WHAT
026800*    WAS PAID, PLUS WHAT WAS HELD FOR WANT OF A BANK RECORD,
026900*    LESS THE RECOVERIES LEFT FOR PAYROLL TO TAKE BACK.
027000*
027100 77  WS-TOTAL-OLD           PIC 9(11) COMP-3 VALUE ZERO.
027200 77  WS-TOTAL-NEW           PIC 9(11) COMP-3 VALUE ZERO.
027300 77  WS-TOTAL-DIFF          PIC S9(11) COMP-3 VALUE ZERO.
027400 77  WS-TOTAL-ACCOUNTED     PIC S9(11) COMP-3 VALUE ZERO.
027500 77  WS-COUNT-PAID          PIC 9(05) COMP VALUE ZERO.
027600 77  WS-TOTAL-PAID-GROSS    PIC 9(11) COMP-3 VALUE ZERO.
027700 77  WS-TOTAL-PAID-DEDNS    PIC 9(11) COMP-3 VALUE ZERO.
027800 77  WS-TOTAL-PAID-NET      PIC 9(11) COMP-3 VALUE ZERO.
027900 77  WS-HASH-ANNUAL         PIC 9(13) COMP-3 VALUE ZERO.
028000 77  WS-COUNT-HELD          PIC 9(05) COMP VALUE ZERO.
028100 77  WS-TOTAL-HELD          PIC 9(11) COMP-3 VALUE ZERO.
028200 77  WS-COUNT-RECOVER       PIC 9(05) COMP VALUE ZERO.
028300 77  WS-TOTAL-RECOVER       PIC 9(11) COMP-3 VALUE ZERO.
028400 77  WS-BALANCED            PIC X VALUE 'Y'.
028500     88  TOTALS-BALANCE              VALUE 'Y'.
028600*
028700*    PAYMENT FILE RECORD LAYOUTS - THE PAYFILE LAYOUT THE
028800*    BANK ALREADY TAKES FROM THE PAYMENT FILE EXTRACT
028900*
029000     COPY PAYFREC.
029100*
029200*    LISTING LINE LAYOUTS
029300*
029400 01  WS-HEADING-LINE.
029500     05  WS-HEADING-TEXT        PIC X(60).
029600     05  FILLER                 PIC X(20) VALUE SPACES.
029700
029800 01  WS-RUN-LINE.
029900     05  FILLER                 PIC X(09) VALUE 'RUN DATE '.
030000     05  WS-RUN-LINE-DATE       PIC 9(08).
030100     05  FILLER                 PIC X(16) VALUE
030200                                    '  POSTED PERIOD '.
030300     05  WS-RUN-LINE-PERIOD     PIC 9(06).
030400     05  FILLER                 PIC X(18) VALUE
030500                                    '  SALHIST AFTER  '.
030600     05  WS-RUN-LINE-MARK-DATE  PIC 9(08).
030700     05  FILLER                 PIC X(01) VALUE SPACES.
030800     05  WS-RUN-LINE-MARK-TIME  PIC 9(08).
030900     05  FILLER                 PIC X(06) VALUE SPACES.
031000
031100 01  WS-CHG-COLHEAD-LINE.
031200     05  FILLER                 PIC X(07) VALUE 'EMPLID '.
031300     05  FILLER                 PIC X(03) VALUE 'A  '.
031400     05  FILLER                 PIC X(09) VALUE '    OLD  '.
031500     05  FILLER                 PIC X(09) VALUE '    NEW  '.
031600     05  FILLER                 PIC X(10) VALUE 'EFFECTIVE '.
031700     05  FILLER                 PIC X(10) VALUE 'APPLIED   '.
031800     05  FILLER                 PIC X(32) VALUE SPACES.
031900
032000 01  WS-CHG-LINE.
032100     05  WS-CHG-ID              PIC 9(05).
032200     05  FILLER                 PIC X(02) VALUE SPACES.
032300     05  WS-CHG-ACTION          PIC X(01).
032400     05  FILLER                 PIC X(02) VALUE SPACES.
032500     05  WS-CHG-OLD             PIC Z(06)9.
032600     05  FILLER                 PIC X(02) VALUE SPACES.
032700     05  WS-CHG-NEW             PIC Z(06)9.
032800     05  FILLER                 PIC X(02) VALUE SPACES.
032900     05  WS-CHG-EFFECTIVE       PIC 9(08).
033000     05  FILLER                 PIC X(02) VALUE SPACES.
033100     05  WS-CHG-APPLIED         PIC 9(08).
033200     05  FILLER                 PIC X(02) VALUE SPACES.
033300     05  WS-CHG-NOTE-OUT        PIC X(30).
033400     05  FILLER                 PIC X(02) VALUE SPACES.
033500
033600 01  WS-PRD-LINE.
033700     05  FILLER                 PIC X(09) VALUE SPACES.
033800     05  FILLER                 PIC X(07) VALUE 'PERIOD '.
033900     05  WS-PRD-NUMBER          PIC 9(06).
034000     05  FILLER                 PIC X(12) VALUE '  OLD GROSS '.
034100     05  WS-PRD-OLD             PIC Z(06)9.
034200     05  FILLER                 PIC X(12) VALUE '  NEW GROSS '.
034300     05  WS-PRD-NEW             PIC Z(06)9.
034400     05  FILLER                 PIC X(07) VALUE '  DIFF '.
034500     05  WS-PRD-DIFF            PIC Z(06)9-.
034600     05  FILLER                 PIC X(05) VALUE SPACES.
034700
034800 01  WS-CTL-LINE.
034900     05  FILLER                 PIC X(09) VALUE SPACES.
035000     05  FILLER                 PIC X(08) VALUE 'PERIODS '.
035100     05  WS-CTL-PERIODS         PIC ZZ9.
035200     05  FILLER                 PIC X(14) VALUE
035300                                    '    OLD GROSS '.
035400     05  WS-CTL-OLD             PIC Z(06)9.
035500     05  FILLER                 PIC X(12) VALUE '  NEW GROSS '.
035600     05  WS-CTL-NEW             PIC Z(06)9.
035700     05  FILLER                 PIC X(07) VALUE '  DIFF '.
035800     05  WS-CTL-DIFF            PIC Z(06)9-.
035900     05  FILLER                 PIC X(05) VALUE SPACES.
036000
036100 01  WS-NOTE-LINE.
036200     05  FILLER                 PIC X(09) VALUE SPACES.
036300     05  WS-NOTE-TEXT           PIC X(40).
036400     05  FILLER                 PIC X(31) VALUE SPACES.
036500
036600 01  WS-PAY-COLHEAD-LINE.
036700     05  FILLER                 PIC X(07) VALUE 'EMPLID '.
036800     05  FILLER                 PIC X(31) VALUE 'NAME'.
036900     05  FILLER                 PIC X(08) VALUE '   GROSS'.
037000     05  FILLER                 PIC X(08) VALUE '   DEDNS'.
037100     05  FILLER                 PIC X(08) VALUE '     NET'.
037200     05  FILLER                 PIC X(01) VALUE SPACES.
037300     05  FILLER                 PIC X(17) VALUE 'RESULT'.
037400
037500 01  WS-PAY-LINE.
037600     05  WS-PAY-ID              PIC 9(05).
037700     05  FILLER                 PIC X(02) VALUE SPACES.
037800     05  WS-PAY-NAME            PIC X(30).
037900     05  FILLER                 PIC X(01) VALUE SPACES.
038000     05  WS-PAY-GROSS           PIC Z(06)9-.
038100     05  FILLER                 PIC X(01) VALUE SPACES.
038200     05  WS-PAY-DEDNS           PIC Z(06)9.
038300     05  FILLER                 PIC X(01) VALUE SPACES.
038400     05  WS-PAY-NET             PIC Z(06)9.
038500     05  FILLER                 PIC X(01) VALUE SPACES.
038600     05  WS-PAY-NOTE-OUT        PIC X(17).
038700
038800 01  WS-TRAILER-LINE.
038900     05  WS-TRAILER-LABEL       PIC X(35).
039000     05  WS-TRAILER-VALUE       PIC Z(10)9.
039100     05  FILLER                 PIC X(34) VALUE SPACES.
039200
039300 01  WS-DIFF-LINE.
039400     05  WS-DIFF-LABEL          PIC X(35).
039500     05  WS-DIFF-VALUE          PIC Z(10)9-.
039600     05  FILLER                 PIC X(33) VALUE SPACES.
039700
039800 PROCEDURE DIVISION.
039900*
040000*----------------------------------------------------------*
040100*    0000-MAINLINE                                         *
040200*----------------------------------------------------------*
040300*
040400 0000-MAINLINE.
040500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040600     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
040700     PERFORM 3000-PAY-EMPLOYEES THRU 3000-EXIT
040800     PERFORM 5000-PRINT-TRAILER THRU 5000-EXIT
040900     PERFORM 6000-RECORD-POSTINGS THRU 6000-EXIT
041000     PERFORM 6500-WRITE-RETRO-LOG THRU 6500-EXIT
041100     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
041200     PERFORM 9000-TERMINATE THRU 9000-EXIT
041300     STOP RUN.
041400*
041500*----------------------------------------------------------*
041600*    1000-INITIALIZE - OPEN THE MASTERS, FIND THE PERIOD    *
041700*    THE RETRO IS POSTED TO, LOAD THE PAID PERIODS AND PICK *
041800*    UP THE HIGH-WATER MARK.  A MISSING MASTER, A RUN DATE  *
041900*    NO PERIOD COVERS OR A CLOSED PERIOD STOPS THE RUN WITH *
042000*    RC 16 BEFORE ANYTHING IS PAID OR POSTED.               *
042100*----------------------------------------------------------*
042200*
042300 1000-INITIALIZE.
042400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
042500     ACCEPT WS-RUN-TIME FROM TIME
042600     OPEN INPUT HistoryFile
042700     IF WS-HIST-STATUS-CODE NOT = '00'
042800         DISPLAY 'RTRO0001E - SALHIST HISTORY FILE COULD NOT '
042900                 'BE OPENED, STATUS ' WS-HIST-STATUS-CODE
043000         MOVE 16 TO RETURN-CODE
043100         STOP RUN
043200     END-IF
043300     OPEN I-O PayCalendarFile
043400     IF WS-CAL-STATUS-CODE NOT = '00'
043500         DISPLAY 'RTRO0002E - PAYCAL PAY CALENDAR MASTER COULD '
043600                 'NOT BE OPENED, STATUS ' WS-CAL-STATUS-CODE
043700         MOVE 16 TO RETURN-CODE
043800         STOP RUN
043900     END-IF
044000     OPEN I-O YtdMasterFile
044100     IF WS-YTD-STATUS-CODE NOT = '00'
044200         DISPLAY 'RTRO0003E - PAYYTD YEAR-TO-DATE MASTER COULD '
044300                 'NOT BE OPENED, STATUS ' WS-YTD-STATUS-CODE
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF
044700     OPEN INPUT DeductionFile
044800     IF WS-DEDN-STATUS-CODE NOT = '00'
044900         DISPLAY 'RTRO0004E - DEDNMAST DEDUCTION MASTER COULD '
045000                 'NOT BE OPENED, STATUS ' WS-DEDN-STATUS-CODE
045100         MOVE 16 TO RETURN-CODE
045200         STOP RUN
045300     END-IF
045400     OPEN INPUT BankMasterFile
045500     IF WS-BANK-STATUS-CODE NOT = '00'
045600         DISPLAY 'RTRO0005E - BANKMAST BANK DETAIL MASTER '
045700                 'COULD NOT BE OPENED, STATUS '
045800                 WS-BANK-STATUS-CODE
045900         MOVE 16 TO RETURN-CODE
046000         STOP RUN
046100     END-IF
046200     OPEN INPUT Employee1File
046300     IF WS-EMP1-STATUS-CODE NOT = '00'
046400         DISPLAY 'RTRO0006E - EMPLOYEE1 MASTER COULD NOT BE '
046500                 'OPENED, STATUS ' WS-EMP1-STATUS-CODE
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF
046900     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
047000     PERFORM 1200-READ-RETRO-LOG THRU 1200-EXIT
047100     OPEN OUTPUT ListingFile
047200     OPEN OUTPUT PaymentFile
047300     OPEN EXTEND AuditFile
047400     IF WS-AUD-STATUS-CODE = '35'
047500         OPEN OUTPUT AuditFile
047600     END-IF
047700     MOVE WS-RUN-DATE   TO PAY-HDR-RUN-DATE
047800     MOVE WS-CAL-PERIOD TO PAY-HDR-PERIOD
047900     MOVE WS-RUN-DATE   TO PAY-HDR-CHECK-DATE
047950     MOVE 'R'           TO PAY-HDR-SOURCE
048000     WRITE PaymentRecord FROM PAY-HEADER-RECORD
048100     MOVE 'RETROACTIVE PAY ADJUSTMENT LISTING'
048200         TO WS-HEADING-TEXT
048300     WRITE ListingRecord FROM WS-HEADING-LINE
048400     MOVE WS-RUN-DATE   TO WS-RUN-LINE-DATE
048500     MOVE WS-CAL-PERIOD TO WS-RUN-LINE-PERIOD
048600     MOVE WS-MARK-DATE  TO WS-RUN-LINE-MARK-DATE
048700     MOVE WS-MARK-TIME  TO WS-RUN-LINE-MARK-TIME
048800     WRITE ListingRecord FROM WS-RUN-LINE
048900     MOVE SPACES TO WS-HEADING-TEXT
049000     WRITE ListingRecord FROM WS-HEADING-LINE
049100     MOVE 'BACK-DATED SALARY CHANGES AND THE PERIODS MADE GOOD'
049200         TO WS-HEADING-TEXT
049300     WRITE ListingRecord FROM WS-HEADING-LINE
049400     WRITE ListingRecord FROM WS-CHG-COLHEAD-LINE.
049500 1000-EXIT.
049600     EXIT.
049700*
049800*----------------------------------------------------------*
049900*    1100-LOAD-CALENDAR - ONE BROWSE OF PAYCAL IN PERIOD    *
050000*    ORDER.  THE PERIOD TAKING IN THE RUN DATE IS WHERE THE *
050100*    RETRO IS POSTED, AND IT MUST NOT BE CLOSED - A CLOSED  *
050200*    YEAR'S FIGURES ARE ALREADY ON THE ANNUAL EARNINGS      *
050300*    FILE.  EVERY PERIOD MARKED PAID OR CLOSED GOES INTO    *
050400*    THE PAID PERIOD TABLE.                                 *
050500*----------------------------------------------------------*
050600*
050700 1100-LOAD-CALENDAR.
050800     MOVE LOW-VALUES TO CalPeriodNumber
050900     START PayCalendarFile
051000         KEY IS NOT LESS THAN CalPeriodNumber
051100         INVALID KEY
051200             MOVE 'Y' TO WS-EOF-CALENDAR
051300     END-START
051400     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
051500         UNTIL EOF-CALENDAR
051600     IF WS-CAL-FOUND = 'N'
051700         DISPLAY 'RTRO0007E - NO PAY PERIOD ON PAYCAL COVERS '
051800                 'RUN DATE ' WS-RUN-DATE ' - NO RETRO PAID'
051900         MOVE 16 TO RETURN-CODE
052000         STOP RUN
052100     END-IF
052200     IF WS-CAL-STATUS = 'C'
052300         DISPLAY 'RTRO0008E - PAY PERIOD ' WS-CAL-PERIOD
052400                 ' IS CLOSED - NO RETRO PAID'
052500         MOVE 16 TO RETURN-CODE
052600         STOP RUN
052700     END-IF.
052800 1100-EXIT.
052900     EXIT.
053000
053100 1110-READ-CALENDAR.
053200     READ PayCalendarFile NEXT RECORD
053300         AT END
053400             MOVE 'Y' TO WS-EOF-CALENDAR
053500             GO TO 1110-EXIT
053600     END-READ
053700     IF CalBeginDate NOT > WS-RUN-DATE
053800       AND CalEndDate NOT < WS-RUN-DATE
053900         MOVE 'Y'             TO WS-CAL-FOUND
054000         MOVE CalPeriodNumber TO WS-CAL-PERIOD
054100         MOVE CalStatus       TO WS-CAL-STATUS
054200     END-IF
054300     IF CAL-OPEN
054400         GO TO 1110-EXIT
054500     END-IF
054600     IF WS-PER-COUNT < WS-PER-MAX
054700         ADD 1 TO WS-PER-COUNT
054800         MOVE CalPeriodNumber TO TB-PER-NUMBER(WS-PER-COUNT)
054900         MOVE CalBeginDate    TO TB-PER-BEGIN(WS-PER-COUNT)
055000         MOVE CalEndDate      TO TB-PER-END(WS-PER-COUNT)
055100     ELSE
055200         DISPLAY 'RTRO0009E - PAID PERIOD TABLE FULL AT PERIOD '
055300                 CalPeriodNumber ' - NO RETRO PAID'
055400         MOVE 16 TO RETURN-CODE
055500         STOP RUN
055600     END-IF.
055700 1110-EXIT.
055800     EXIT.
055900*
056000*    THE LAST RTROLOG RECORD HOLDS THE HIGH-WATER MARK.  NO
056100*    RTROLOG YET (STATUS 35) MEANS NO RETRO HAS EVER RUN, SO
056200*    ALL OF SALHIST IS CONSIDERED.
056300*
056400 1200-READ-RETRO-LOG.
056500     OPEN INPUT RetroLogFile
056600     IF WS-LOG-STATUS-CODE = '35'
056700         GO TO 1200-EXIT
056800     END-IF
056900     IF WS-LOG-STATUS-CODE NOT = '00'
057000         DISPLAY 'RTRO0010E - RTROLOG RUN LOG COULD NOT BE '
057100                 'OPENED, STATUS ' WS-LOG-STATUS-CODE
057200         MOVE 16 TO RETURN-CODE
057300         STOP RUN
057400     END-IF
057500     PERFORM 1210-READ-LOG-RECORD THRU 1210-EXIT
057600         UNTIL EOF-LOG
057700     CLOSE RetroLogFile.
057800 1200-EXIT.
057900     EXIT.
058000
058100 1210-READ-LOG-RECORD.
058200     READ RetroLogFile
058300         AT END
058400             MOVE 'Y' TO WS-EOF-LOG
058500             GO TO 1210-EXIT
058600     END-READ
058700     MOVE RLOG-HIST-DATE TO WS-MARK-DATE
058800     MOVE RLOG-HIST-TIME TO WS-MARK-TIME.
058900 1210-EXIT.
059000     EXIT.
059100*
059200*----------------------------------------------------------*
059300*    2000-PROCESS-HISTORY - READ SALHIST ONCE, IN THE ORDER *
059400*    IT WAS WRITTEN, AND WORK OUT THE RETRO FOR EVERY NEW   *
059500*    BACK-DATED CHANGE                                      *
059600*----------------------------------------------------------*
059700*
059800 2000-PROCESS-HISTORY.
059900     MOVE WS-MARK TO WS-NEW-MARK
060000     PERFORM 2010-READ-HISTORY THRU 2010-EXIT
060100         UNTIL EOF-HISTORY.
060200 2000-EXIT.
060300     EXIT.
060400
060500 2010-READ-HISTORY.
060600     READ HistoryFile
060700         AT END
060800             MOVE 'Y' TO WS-EOF-HISTORY
060900             GO TO 2010-EXIT
061000     END-READ
061100     ADD 1 TO WS-COUNT-HIST-READ
061200     MOVE HIST-RUN-DATE TO WS-HIST-STAMP-DATE
061300     MOVE HIST-RUN-TIME TO WS-HIST-STAMP-TIME
061400     IF WS-HIST-STAMP NOT > WS-MARK
061500         ADD 1 TO WS-COUNT-HIST-OLD
061600         GO TO 2010-EXIT
061700     END-IF
061800     MOVE WS-HIST-STAMP TO WS-NEW-MARK
061900     PERFORM 2100-EXAMINE-CHANGE THRU 2100-EXIT.
062000 2010-EXIT.
062100     EXIT.
062200*
062300*----------------------------------------------------------*
062400*    2100-EXAMINE-CHANGE - ONLY A CHANGE OR A MASS INCREASE *
062500*    CAN BE OWED RETRO: AN ADD WAS NEVER PAID AT AN OLD     *
062600*    SALARY AND A DELETE STOPS PAY.  THE CHANGE IS BACK-    *
062700*    DATED WHEN ITS EFFECTIVE DATE IS BEFORE THE DAY IT WAS *
062800*    APPLIED; AN IMAGE WRITTEN BEFORE SALHIST CARRIED THE   *
062900*    DATE HAS SPACES THERE AND IS TAKEN AS NOT BACK-DATED.  *
063000*----------------------------------------------------------*
063100*
063200 2100-EXAMINE-CHANGE.
063300     IF NOT HIST-CHANGE AND NOT HIST-INCREASE
063400         GO TO 2100-EXIT
063500     END-IF
063600     IF HIST-EFFECTIVE-DATE NOT NUMERIC
063700         GO TO 2100-EXIT
063800     END-IF
063900     IF HIST-EFFECTIVE-DATE NOT < HIST-RUN-DATE
064000       OR HIST-NEW-SALARY = HIST-OLD-SALARY
064100         GO TO 2100-EXIT
064200     END-IF
064300     ADD 1 TO WS-COUNT-BACK-DATED
064400     MOVE HIST-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
064500     MOVE HIST-EMPLOYEE-ID    TO WS-CHG-ID
064600     MOVE HIST-ACTION         TO WS-CHG-ACTION
064700     MOVE HIST-OLD-SALARY     TO WS-CHG-OLD
064800     MOVE HIST-NEW-SALARY     TO WS-CHG-NEW
064900     MOVE HIST-EFFECTIVE-DATE TO WS-CHG-EFFECTIVE
065000     MOVE HIST-RUN-DATE       TO WS-CHG-APPLIED
065100     MOVE ZERO TO WS-CHG-PERIODS
065200     MOVE ZERO TO WS-CHG-OLD-TOTAL
065300     MOVE ZERO TO WS-CHG-NEW-TOTAL
065400     MOVE ZERO TO WS-CHG-DIFF-TOTAL
065500     PERFORM 2110-FIND-YTD THRU 2110-EXIT
065600     IF WS-YTD-FOUND = 'N'
065700         MOVE 'NO PAYYTD RECORD - NONE PAID' TO WS-CHG-NOTE-OUT
065800         WRITE ListingRecord FROM WS-CHG-LINE
065900         GO TO 2100-EXIT
066000     END-IF
066100     MOVE SPACES TO WS-CHG-NOTE-OUT
066200     WRITE ListingRecord FROM WS-CHG-LINE
066300     DIVIDE HIST-OLD-SALARY BY 24 GIVING WS-OLD-PERIOD-GROSS
066400     DIVIDE HIST-NEW-SALARY BY 24 GIVING WS-NEW-PERIOD-GROSS
066500     COMPUTE WS-PERIOD-DIFF =
066600         WS-NEW-PERIOD-GROSS - WS-OLD-PERIOD-GROSS
066700     PERFORM 2200-CHECK-ONE-PERIOD THRU 2200-EXIT
066800         VARYING WS-PER-IX FROM 1 BY 1
066900         UNTIL WS-PER-IX > WS-PER-COUNT
067000     PERFORM 2300-PRINT-CHANGE-TOTAL THRU 2300-EXIT
067100     IF WS-CHG-PERIODS > ZERO
067200         PERFORM 2400-ADD-RETRO-ENTRY THRU 2400-EXIT
067300     END-IF.
067400 2100-EXIT.
067500     EXIT.
067600*
067700*    A KEYED READ ON A DYNAMIC-ACCESS INDEXED FILE USES
067800*    WHATEVER VALUE IS SITTING IN THE RECORD KEY FIELD, SO
067900*    THE HISTORY RECORD'S EMPLOYEEID IS MOVED INTO
068000*    EMPLOYEEIDYTD BEFORE THE READ.  NO YTD RECORD MEANS THE
068100*    EMPLOYEE HAS NOT BEEN PAID THIS YEAR AT ALL.
068200*
068300 2110-FIND-YTD.
068400     MOVE 'N' TO WS-YTD-FOUND
068500     MOVE HIST-EMPLOYEE-ID TO EmployeeIDYtd
068600     READ YtdMasterFile
068700         INVALID KEY
068800             MOVE 'N' TO WS-YTD-FOUND
068900         NOT INVALID KEY
069000             MOVE 'Y' TO WS-YTD-FOUND
069100     END-READ.
069200 2110-EXIT.
069300     EXIT.
069400*
069500*----------------------------------------------------------*
069600*    2200-CHECK-ONE-PERIOD - A PAID PERIOD IS OWED THE       *
069700*    DIFFERENCE WHEN THE NEW SALARY WAS IN EFFECT FOR THE    *
069800*    WHOLE OF IT (IT BEGAN ON OR AFTER THE EFFECTIVE DATE -  *
069900*    THE REGISTER PAYS A WHOLE PERIOD AT ONE SALARY, SO A    *
070000*    MID-PERIOD DATE TAKES EFFECT FROM THE NEXT PERIOD), THE *
070100*    EMPLOYEE HAD BEEN PAID THROUGH IT (IT IS NOT LATER THAN *
070200*    THE LAST PERIOD ON PAYYTD), AND IT WAS PAID BEFORE THE  *
070300*    CHANGE WAS APPLIED - IT ENDED BEFORE THE APPLY DATE, OR *
070400*    IT IS THE EMPLOYEE'S LAST PERIOD AND THE LAST PAY DATE  *
070500*    IS BEFORE THE APPLY DATE.                               *
070600*----------------------------------------------------------*
070700*
070800 2200-CHECK-ONE-PERIOD.
070900     IF TB-PER-BEGIN(WS-PER-IX) < WS-EFFECTIVE-DATE
071000       OR TB-PER-NUMBER(WS-PER-IX) > YtdLastPeriod
071100         GO TO 2200-EXIT
071200     END-IF
071300     IF TB-PER-END(WS-PER-IX) NOT < HIST-RUN-DATE
071400         IF TB-PER-NUMBER(WS-PER-IX) NOT = YtdLastPeriod
071500           OR YtdLastPayDate NOT < HIST-RUN-DATE
071600             GO TO 2200-EXIT
071700         END-IF
071800     END-IF
071900     ADD 1 TO WS-CHG-PERIODS
072000     ADD 1 TO WS-COUNT-PERIODS
072100     ADD WS-OLD-PERIOD-GROSS TO WS-CHG-OLD-TOTAL
072200     ADD WS-NEW-PERIOD-GROSS TO WS-CHG-NEW-TOTAL
072300     ADD WS-PERIOD-DIFF      TO WS-CHG-DIFF-TOTAL
072400     MOVE TB-PER-NUMBER(WS-PER-IX) TO WS-PRD-NUMBER
072500     MOVE WS-OLD-PERIOD-GROSS      TO WS-PRD-OLD
072600     MOVE WS-NEW-PERIOD-GROSS      TO WS-PRD-NEW
072700     MOVE WS-PERIOD-DIFF           TO WS-PRD-DIFF
072800     WRITE ListingRecord FROM WS-PRD-LINE.
072900 2200-EXIT.
073000     EXIT.
073100*
073200*    THE CHANGE'S CONTROL LINE - PERIODS MADE GOOD AND THE
073300*    OLD, NEW AND DIFFERENCE TOTALS, WHICH GO INTO THE RUN'S
073400*    TIE-OUT.  A CHANGE WITH NO PERIOD TO MAKE GOOD SAYS SO.
073500*
073600 2300-PRINT-CHANGE-TOTAL.
073700     IF WS-CHG-PERIODS = ZERO
073800         MOVE 'NO PERIOD PAID AT THE OLD SALARY' TO WS-NOTE-TEXT
073900         WRITE ListingRecord FROM WS-NOTE-LINE
074000         GO TO 2300-EXIT
074100     END-IF
074200     ADD WS-CHG-OLD-TOTAL  TO WS-TOTAL-OLD
074300     ADD WS-CHG-NEW-TOTAL  TO WS-TOTAL-NEW
074400     ADD WS-CHG-DIFF-TOTAL TO WS-TOTAL-DIFF
074500     MOVE WS-CHG-PERIODS    TO WS-CTL-PERIODS
074600     MOVE WS-CHG-OLD-TOTAL  TO WS-CTL-OLD
074700     MOVE WS-CHG-NEW-TOTAL  TO WS-CTL-NEW
074800     MOVE WS-CHG-DIFF-TOTAL TO WS-CTL-DIFF
074900     WRITE ListingRecord FROM WS-CTL-LINE.
075000 2300-EXIT.
075100     EXIT.
075200
075300 2400-ADD-RETRO-ENTRY.
075400     IF WS-RET-COUNT NOT < WS-RET-MAX
075500         DISPLAY 'RTRO0011E - RETRO TABLE FULL AT EMPLOYEEID '
075600                 HIST-EMPLOYEE-ID ' - NOTHING PAID OR POSTED'
075700         MOVE 16 TO RETURN-CODE
075800         STOP RUN
075900     END-IF
076000     ADD 1 TO WS-RET-COUNT
076100     MOVE HIST-EMPLOYEE-ID   TO TB-RET-ID(WS-RET-COUNT)
076200     MOVE WS-COUNT-HIST-READ TO TB-RET-SEQ(WS-RET-COUNT)
076300     MOVE HIST-NEW-SALARY    TO TB-RET-SALARY(WS-RET-COUNT)
076400     MOVE WS-CHG-DIFF-TOTAL  TO TB-RET-AMOUNT(WS-RET-COUNT).
076500 2400-EXIT.
076600     EXIT.
076700*
076800*----------------------------------------------------------*
076900*    3000-PAY-EMPLOYEES - SORT THE RETRO TABLE INTO         *
077000*    EMPLOYEEID ORDER AND PAY EACH EMPLOYEE'S NET RETRO     *
077100*    ONCE                                                   *
077200*----------------------------------------------------------*
077300*
077400 3000-PAY-EMPLOYEES.
077500     MOVE SPACES TO WS-HEADING-TEXT
077600     WRITE ListingRecord FROM WS-HEADING-LINE
077700     MOVE 'RETRO PAYMENTS BY EMPLOYEE' TO WS-HEADING-TEXT
077800     WRITE ListingRecord FROM WS-HEADING-LINE
077900     WRITE ListingRecord FROM WS-PAY-COLHEAD-LINE
078000     IF WS-RET-COUNT = ZERO
078100         GO TO 3000-EXIT
078200     END-IF
078300     SORT TB-RET-ENTRY ON ASCENDING KEY TB-RET-ID
078400     MOVE 1 TO WS-GRP-IX
078500     PERFORM 3100-PAY-GROUP THRU 3100-EXIT
078600         UNTIL WS-GRP-IX > WS-RET-COUNT.
078700 3000-EXIT.
078800     EXIT.
078900
079000 3100-PAY-GROUP.
079100     MOVE WS-GRP-IX             TO WS-GRP-START
079200     MOVE TB-RET-ID(WS-GRP-IX)  TO WS-GRP-ID
079300     MOVE 'N'                   TO WS-GRP-DONE
079400     PERFORM 3110-FIND-GROUP-END THRU 3110-EXIT
079500         UNTIL WS-GRP-DONE = 'Y'
079600     SUBTRACT 1 FROM WS-GRP-IX GIVING WS-GRP-END
079700     MOVE ZERO TO WS-GRP-AMOUNT
079800     MOVE ZERO TO WS-GRP-SEQ
079900     PERFORM 3120-SUM-ONE-ENTRY THRU 3120-EXIT
080000         VARYING WS-GRP-SUM-IX FROM WS-GRP-START BY 1
080100         UNTIL WS-GRP-SUM-IX > WS-GRP-END
080200     PERFORM 3200-FIND-NAME THRU 3200-EXIT
080300     MOVE ZERO TO WS-EMP-GROSS
080400     MOVE ZERO TO WS-EMP-DEDNS
080500     MOVE ZERO TO WS-EMP-NET
080600     EVALUATE TRUE
080700         WHEN WS-GRP-AMOUNT < ZERO
080800             ADD 1 TO WS-COUNT-RECOVER
080900             SUBTRACT WS-GRP-AMOUNT FROM WS-TOTAL-RECOVER
081000             MOVE 'RECOVER BY HAND' TO WS-PAY-NOTE
081100         WHEN WS-GRP-AMOUNT = ZERO
081200             MOVE 'NETS TO ZERO'    TO WS-PAY-NOTE
081300         WHEN OTHER
081400             PERFORM 3300-PAY-ONE-EMPLOYEE THRU 3300-EXIT
081500     END-EVALUATE
081600     PERFORM 3700-PRINT-PAY-LINE THRU 3700-EXIT.
081700 3100-EXIT.
081800     EXIT.
081900
082000 3110-FIND-GROUP-END.
082100     ADD 1 TO WS-GRP-IX
082200     IF WS-GRP-IX > WS-RET-COUNT
082300         MOVE 'Y' TO WS-GRP-DONE
082400     ELSE
082500         IF TB-RET-ID(WS-GRP-IX) NOT = WS-GRP-ID
082600             MOVE 'Y' TO WS-GRP-DONE
082700         END-IF
082800     END-IF.
082900 3110-EXIT.
083000     EXIT.
083100*
083200*    THE EMPLOYEE'S NET RETRO IS THE SUM OF THEIR CHANGES;
083300*    THE SALARY ON THE PAYMENT DETAIL IS THE NEW SALARY OF
083400*    THE LATEST ONE, WHICH IS WHAT EMPLOYEE2 NOW CARRIES.
083500*
083600 3120-SUM-ONE-ENTRY.
083700     ADD TB-RET-AMOUNT(WS-GRP-SUM-IX) TO WS-GRP-AMOUNT
083800     IF TB-RET-SEQ(WS-GRP-SUM-IX) > WS-GRP-SEQ
083900         MOVE TB-RET-SEQ(WS-GRP-SUM-IX)    TO WS-GRP-SEQ
084000         MOVE TB-RET-SALARY(WS-GRP-SUM-IX) TO WS-GRP-SALARY
084100     END-IF.
084200 3120-EXIT.
084300     EXIT.
084400
084500 3200-FIND-NAME.
084600     MOVE WS-GRP-ID TO EmployeeID1
084700     READ Employee1File
084800         INVALID KEY
084900             MOVE '** NOT ON EMPLOYEE1 **' TO WS-GRP-NAME
085000         NOT INVALID KEY
085100             MOVE EmployeeName1 TO WS-GRP-NAME
085200     END-READ.
085300 3200-EXIT.
085400     EXIT.
085500*
085600*----------------------------------------------------------*
085700*    3300-PAY-ONE-EMPLOYEE - AN EMPLOYEE WITH NO BANK       *
085800*    RECORD CANNOT GO ON THE PAYMENT FILE, SO THE RETRO IS  *
085900*    HELD - NOT POSTED - AND LISTED FOR A MANUAL CHECK, THE *
086000*    WAY THE PAYMENT EXTRACT HOLDS ITS OWN; SO IS ONE WHOSE *
086050*    ACCOUNT THE BANK HAS RETURNED.  OTHERWISE THE          *
086100*    DEDUCTIONS ARE TAKEN, PAYYTD IS UPDATED AND THE        *
086200*    PAYMENT DETAIL IS WRITTEN.  THE YTD RECORD IS          *
086300*    REWRITTEN BEFORE THE DETAIL, SO NOTHING IS PAID THAT   *
086400*    IS NOT ALSO POSTED.                                    *
086500*----------------------------------------------------------*
086600*
086700 3300-PAY-ONE-EMPLOYEE.
086800     MOVE WS-GRP-AMOUNT TO WS-EMP-GROSS
086900     MOVE 'N' TO WS-BANK-FOUND
087000     MOVE WS-GRP-ID TO BankEmployeeID
087100     READ BankMasterFile
087200         INVALID KEY
087300             MOVE 'N' TO WS-BANK-FOUND
087400         NOT INVALID KEY
087500             MOVE 'Y' TO WS-BANK-FOUND
087600     END-READ
087700     IF WS-BANK-FOUND = 'N'
087800         ADD 1 TO WS-COUNT-HELD
087900         ADD WS-EMP-GROSS TO WS-TOTAL-HELD
088000         MOVE 'HELD - NO BANK' TO WS-PAY-NOTE
088100         GO TO 3300-EXIT
088200     END-IF
088210     IF BANK-ACCOUNT-RETURNED
088220         ADD 1 TO WS-COUNT-HELD
088230         ADD WS-EMP-GROSS TO WS-TOTAL-HELD
088240         MOVE 'HELD - RETURNED' TO WS-PAY-NOTE
088250         GO TO 3300-EXIT
088260     END-IF
088300     MOVE WS-GRP-ID TO EmployeeIDYtd
088400     READ YtdMasterFile
088500         INVALID KEY
088600             DISPLAY 'RTRO0012E - PAYYTD RECORD FOR EMPLOYEEID '
088700                     WS-GRP-ID ' NOT FOUND - RETRO HELD'
088800             MOVE 16 TO RETURN-CODE
088900             ADD 1 TO WS-COUNT-HELD
089000             ADD WS-EMP-GROSS TO WS-TOTAL-HELD
089100             MOVE 'HELD - NO PAYYTD' TO WS-PAY-NOTE
089200             GO TO 3300-EXIT
089300     END-READ
089400     PERFORM 3500-TAKE-DEDUCTIONS THRU 3500-EXIT
089500     ADD WS-EMP-GROSS  TO YtdGrossPay
089600     ADD WS-EMP-DEDNS  TO YtdDeductions
089700     ADD WS-EMP-PRETAX TO YtdPreTaxDedns
089800     REWRITE YtdRecord
089900         INVALID KEY
090000             DISPLAY 'RTRO0013E - PAYYTD UPDATE FAILED FOR '
090100                     'EMPLOYEEID ' WS-GRP-ID ', STATUS '
090200                     WS-YTD-STATUS-CODE ' - RETRO HELD'
090300             MOVE 16 TO RETURN-CODE
090400             ADD 1 TO WS-COUNT-HELD
090500             ADD WS-EMP-GROSS TO WS-TOTAL-HELD
090600             MOVE 'HELD - NO PAYYTD' TO WS-PAY-NOTE
090700             MOVE ZERO TO WS-EMP-DEDNS
090800             MOVE ZERO TO WS-EMP-NET
090900             GO TO 3300-EXIT
091000     END-REWRITE
091100     PERFORM 3600-WRITE-PAYMENT THRU 3600-EXIT
091200     MOVE 'PAID' TO WS-PAY-NOTE.
091300 3300-EXIT.
091400     EXIT.
091500*
091600*----------------------------------------------------------*
091700*    3500-TAKE-DEDUCTIONS - THE PERCENT-OF-GROSS LINES ON   *
091800*    THE EMPLOYEE'S DEDNMAST RECORD, BEFORE-TAX PASS FIRST, *
091900*    EACH TRUNCATED TO THE DOLLAR AND HELD TO ITS ANNUAL    *
092000*    LIMIT AND TO THE PAY LEFT, AS THE REGISTER TAKES THEM. *
092100*----------------------------------------------------------*
092200*
092300 3500-TAKE-DEDUCTIONS.
092400     MOVE ZERO         TO WS-EMP-DEDNS
092500     MOVE ZERO         TO WS-EMP-PRETAX
092600     MOVE WS-EMP-GROSS TO WS-EMP-NET
092700     MOVE 'N' TO WS-DEDN-FOUND
092800     MOVE WS-GRP-ID TO DednEmployeeID
092900     READ DeductionFile
093000         INVALID KEY
093100             MOVE 'N' TO WS-DEDN-FOUND
093200         NOT INVALID KEY
093300             MOVE 'Y' TO WS-DEDN-FOUND
093400     END-READ
093500     IF WS-DEDN-FOUND = 'N'
093600         GO TO 3500-EXIT
093700     END-IF
093800     MOVE 'B' TO WS-DEDN-PASS
093900     PERFORM 3530-TAKE-ONE-DEDUCTION THRU 3530-EXIT
094000         VARYING WS-DEDN-IX FROM 1 BY 1
094100         UNTIL WS-DEDN-IX > DednLineCount
094200     MOVE 'A' TO WS-DEDN-PASS
094300     PERFORM 3530-TAKE-ONE-DEDUCTION THRU 3530-EXIT
094400         VARYING WS-DEDN-IX FROM 1 BY 1
094500         UNTIL WS-DEDN-IX > DednLineCount.
094600 3500-EXIT.
094700     EXIT.
094800
094900 3530-TAKE-ONE-DEDUCTION.
095000     IF DednTaxTiming(WS-DEDN-IX) NOT = WS-DEDN-PASS
095100       OR NOT DEDN-PERCENT(WS-DEDN-IX)
095200         GO TO 3530-EXIT
095300     END-IF
095400     COMPUTE WS-DEDN-AMOUNT =
095500         WS-EMP-GROSS * DednPercent(WS-DEDN-IX) / 100
095600     PERFORM 3540-FIND-YTD-SLOT THRU 3540-EXIT
095700     IF WS-YDX = ZERO
095800         DISPLAY 'RTRO0014W - YTD DEDUCTION TABLE FULL, CODE '
095900                 DednCode(WS-DEDN-IX) ' NOT TAKEN FOR '
096000                 'EMPLOYEEID ' WS-GRP-ID
096100         GO TO 3530-EXIT
096200     END-IF
096300     IF DednAnnualLimit(WS-DEDN-IX) > ZERO
096400         IF YtdDednAmount(WS-YDX)
096500             NOT < DednAnnualLimit(WS-DEDN-IX)
096600             MOVE ZERO TO WS-DEDN-AMOUNT
096700         ELSE
096800             SUBTRACT YtdDednAmount(WS-YDX)
096900                 FROM DednAnnualLimit(WS-DEDN-IX)
097000                 GIVING WS-DEDN-ROOM
097100             IF WS-DEDN-AMOUNT > WS-DEDN-ROOM
097200                 MOVE WS-DEDN-ROOM TO WS-DEDN-AMOUNT
097300             END-IF
097400         END-IF
097500     END-IF
097600     IF WS-DEDN-AMOUNT > WS-EMP-NET
097700         MOVE WS-EMP-NET TO WS-DEDN-AMOUNT
097800     END-IF
097900     SUBTRACT WS-DEDN-AMOUNT FROM WS-EMP-NET
098000     ADD WS-DEDN-AMOUNT TO WS-EMP-DEDNS
098100     IF DEDN-PRE-TAX(WS-DEDN-IX)
098200         ADD WS-DEDN-AMOUNT TO WS-EMP-PRETAX
098300     END-IF
098400     MOVE DednTaxTiming(WS-DEDN-IX) TO YtdDednTaxTiming(WS-YDX)
098500     ADD WS-DEDN-AMOUNT TO YtdDednAmount(WS-YDX).
098600 3530-EXIT.
098700     EXIT.
098800*
098900*    FIND THE DEDUCTION CODE'S SLOT IN THE PER-CODE TABLE ON
099000*    THE YTD RECORD, OR CLAIM THE FIRST UNUSED SLOT - THE
099100*    SAME SEARCH THE REGISTER MAKES.  WS-YDX COMES BACK ZERO
099200*    WHEN THE CODE IS NOT THERE AND NO SLOT IS FREE.
099300*
099400 3540-FIND-YTD-SLOT.
099500     MOVE ZERO TO WS-YDX
099600     MOVE ZERO TO WS-YDX-FREE
099700     PERFORM 3550-CHECK-YTD-SLOT THRU 3550-EXIT
099800         VARYING WS-YDX-SCAN FROM 1 BY 1
099900         UNTIL WS-YDX-SCAN > WS-YDX-MAX
100000            OR WS-YDX > ZERO
100100     IF WS-YDX = ZERO
100200       AND WS-YDX-FREE > ZERO
100300         MOVE WS-YDX-FREE TO WS-YDX
100400         MOVE DednCode(WS-DEDN-IX) TO YtdDednCode(WS-YDX)
100500         MOVE ZERO TO YtdDednAmount(WS-YDX)
100600         MOVE ZERO TO YtdDednLastAmount(WS-YDX)
100700     END-IF.
100800 3540-EXIT.
100900     EXIT.
101000
101100 3550-CHECK-YTD-SLOT.
101200     IF YtdDednCode(WS-YDX-SCAN) = DednCode(WS-DEDN-IX)
101300         MOVE WS-YDX-SCAN TO WS-YDX
101400     ELSE
101500         IF YtdDednCode(WS-YDX-SCAN) = SPACES
101600           AND WS-YDX-FREE = ZERO
101700             MOVE WS-YDX-SCAN TO WS-YDX-FREE
101800         END-IF
101900     END-IF.
102000 3550-EXIT.
102100     EXIT.
102200
102300 3600-WRITE-PAYMENT.
102400     MOVE WS-GRP-ID          TO PAY-DTL-EMPLOYEE-ID
102500     MOVE BankRoutingNumber  TO PAY-DTL-ROUTING
102600     MOVE BankAccountNumber  TO PAY-DTL-ACCOUNT
102700     MOVE BankAccountType    TO PAY-DTL-ACCT-TYPE
102800     MOVE BankPrenoteFlag    TO PAY-DTL-PRENOTE
102900     MOVE WS-EMP-NET         TO PAY-DTL-NET-PAY
103000     MOVE WS-GRP-SALARY      TO PAY-DTL-ANNUAL-SALARY
103100     MOVE WS-EMP-GROSS       TO PAY-DTL-PERIOD-GROSS
103200     MOVE WS-EMP-DEDNS       TO PAY-DTL-DEDUCTIONS
103300     WRITE PaymentRecord FROM PAY-DETAIL-RECORD
103400     ADD 1 TO WS-COUNT-PAID
103500     ADD WS-GRP-SALARY TO WS-HASH-ANNUAL
103600     ADD WS-EMP-GROSS  TO WS-TOTAL-PAID-GROSS
103700     ADD WS-EMP-DEDNS  TO WS-TOTAL-PAID-DEDNS
103800     ADD WS-EMP-NET    TO WS-TOTAL-PAID-NET.
103900 3600-EXIT.
104000     EXIT.
104100
104200 3700-PRINT-PAY-LINE.
104300     MOVE WS-GRP-ID     TO WS-PAY-ID
104400     MOVE WS-GRP-NAME   TO WS-PAY-NAME
104500     MOVE WS-GRP-AMOUNT TO WS-PAY-GROSS
104600     MOVE WS-EMP-DEDNS  TO WS-PAY-DEDNS
104700     MOVE WS-EMP-NET    TO WS-PAY-NET
104800     MOVE WS-PAY-NOTE   TO WS-PAY-NOTE-OUT
104900     WRITE ListingRecord FROM WS-PAY-LINE.
105000 3700-EXIT.
105100     EXIT.
105200*
105300*----------------------------------------------------------*
105400*    5000-PRINT-TRAILER - THE PAYMENT FILE TRAILER AND THE  *
105500*    LISTING CONTROL TOTALS.  NEW-SALARY GROSS LESS OLD-    *
105600*    SALARY GROSS FOR THE PERIODS MADE GOOD IS PROVED       *
105700*    AGAINST PAID PLUS HELD LESS RECOVERIES; A DIFFERENCE   *
105800*    IS FLAGGED AND ENDS THE STEP RC 8.                     *
105900*----------------------------------------------------------*
106000*
106100 5000-PRINT-TRAILER.
106200     MOVE WS-COUNT-PAID       TO PAY-TRL-DETAIL-COUNT
106300     MOVE WS-HASH-ANNUAL      TO PAY-TRL-HASH-ANNUAL
106400     MOVE WS-TOTAL-PAID-NET   TO PAY-TRL-TOTAL-NET
106500     MOVE WS-TOTAL-PAID-GROSS TO PAY-TRL-TOTAL-GROSS
106600     MOVE WS-TOTAL-PAID-DEDNS TO PAY-TRL-TOTAL-DEDNS
106700     WRITE PaymentRecord FROM PAY-TRAILER-RECORD
106800     COMPUTE WS-TOTAL-ACCOUNTED =
106900         WS-TOTAL-PAID-GROSS + WS-TOTAL-HELD - WS-TOTAL-RECOVER
107000     IF WS-TOTAL-ACCOUNTED NOT = WS-TOTAL-DIFF
107100         MOVE 'N' TO WS-BALANCED
107200     END-IF
107300     MOVE SPACES TO WS-HEADING-TEXT
107400     WRITE ListingRecord FROM WS-HEADING-LINE
107500     MOVE 'SALHIST RECORDS READ'         TO WS-TRAILER-LABEL
107600     MOVE WS-COUNT-HIST-READ             TO WS-TRAILER-VALUE
107700     WRITE ListingRecord FROM WS-TRAILER-LINE
107800     MOVE 'ALREADY SEEN BY AN EARLIER RUN' TO WS-TRAILER-LABEL
107900     MOVE WS-COUNT-HIST-OLD              TO WS-TRAILER-VALUE
108000     WRITE ListingRecord FROM WS-TRAILER-LINE
108100     MOVE 'BACK-DATED CHANGES FOUND'     TO WS-TRAILER-LABEL
108200     MOVE WS-COUNT-BACK-DATED            TO WS-TRAILER-VALUE
108300     WRITE ListingRecord FROM WS-TRAILER-LINE
108400     MOVE 'PERIODS MADE GOOD'            TO WS-TRAILER-LABEL
108500     MOVE WS-COUNT-PERIODS               TO WS-TRAILER-VALUE
108600     WRITE ListingRecord FROM WS-TRAILER-LINE
108700     MOVE 'OLD SALARY GROSS FOR THOSE PERIODS' TO WS-TRAILER-LABEL
108800     MOVE WS-TOTAL-OLD                   TO WS-TRAILER-VALUE
108900     WRITE ListingRecord FROM WS-TRAILER-LINE
109000     MOVE 'NEW SALARY GROSS FOR THOSE PERIODS' TO WS-TRAILER-LABEL
109100     MOVE WS-TOTAL-NEW                   TO WS-TRAILER-VALUE
109200     WRITE ListingRecord FROM WS-TRAILER-LINE
109300     MOVE 'NEW LESS OLD'                 TO WS-DIFF-LABEL
109400     MOVE WS-TOTAL-DIFF                  TO WS-DIFF-VALUE
109500     WRITE ListingRecord FROM WS-DIFF-LINE
109600     MOVE 'EMPLOYEES PAID'               TO WS-TRAILER-LABEL
109700     MOVE WS-COUNT-PAID                  TO WS-TRAILER-VALUE
109800     WRITE ListingRecord FROM WS-TRAILER-LINE
109900     MOVE 'RETRO GROSS PAID'             TO WS-TRAILER-LABEL
110000     MOVE WS-TOTAL-PAID-GROSS            TO WS-TRAILER-VALUE
110100     WRITE ListingRecord FROM WS-TRAILER-LINE
110200     MOVE 'DEDUCTIONS TAKEN'             TO WS-TRAILER-LABEL
110300     MOVE WS-TOTAL-PAID-DEDNS            TO WS-TRAILER-VALUE
110400     WRITE ListingRecord FROM WS-TRAILER-LINE
110500     MOVE 'NET PAID'                     TO WS-TRAILER-LABEL
110600     MOVE WS-TOTAL-PAID-NET              TO WS-TRAILER-VALUE
110700     WRITE ListingRecord FROM WS-TRAILER-LINE
110800     MOVE 'EMPLOYEES HELD'               TO WS-TRAILER-LABEL
110900     MOVE WS-COUNT-HELD                  TO WS-TRAILER-VALUE
111000     WRITE ListingRecord FROM WS-TRAILER-LINE
111100     MOVE 'RETRO GROSS HELD'             TO WS-TRAILER-LABEL
111200     MOVE WS-TOTAL-HELD                  TO WS-TRAILER-VALUE
111300     WRITE ListingRecord FROM WS-TRAILER-LINE
111400     MOVE 'EMPLOYEES TO RECOVER FROM'    TO WS-TRAILER-LABEL
111500     MOVE WS-COUNT-RECOVER               TO WS-TRAILER-VALUE
111600     WRITE ListingRecord FROM WS-TRAILER-LINE
111700     MOVE 'RETRO GROSS TO RECOVER'       TO WS-TRAILER-LABEL
111800     MOVE WS-TOTAL-RECOVER               TO WS-TRAILER-VALUE
111900     WRITE ListingRecord FROM WS-TRAILER-LINE
112000     MOVE 'PAID PLUS HELD LESS RECOVERED' TO WS-DIFF-LABEL
112100     MOVE WS-TOTAL-ACCOUNTED             TO WS-DIFF-VALUE
112200     WRITE ListingRecord FROM WS-DIFF-LINE
112300     IF TOTALS-BALANCE
112400         MOVE 'RETRO TIES TO THE OLD AND NEW SALARY IMAGES'
112500             TO WS-HEADING-TEXT
112600         WRITE ListingRecord FROM WS-HEADING-LINE
112700     ELSE
112800         MOVE '** RETRO DOES NOT TIE TO THE SALARY IMAGES **'
112900             TO WS-HEADING-TEXT
113000         WRITE ListingRecord FROM WS-HEADING-LINE
113100         DISPLAY 'RTRO0015W - RETRO ACCOUNTED FOR '
113200                 WS-TOTAL-ACCOUNTED ' DOES NOT TIE TO NEW LESS '
113300                 'OLD ' WS-TOTAL-DIFF
113400         IF RETURN-CODE < 8
113500             MOVE 8 TO RETURN-CODE
113600         END-IF
113700     END-IF
113800     IF WS-COUNT-HELD > ZERO OR WS-COUNT-RECOVER > ZERO
113900         IF RETURN-CODE < 4
114000             MOVE 4 TO RETURN-CODE
114100         END-IF
114200     END-IF.
114300 5000-EXIT.
114400     EXIT.
114500*
114600*----------------------------------------------------------*
114700*    6000-RECORD-POSTINGS - ADD THE RETRO POSTED TO PAYYTD  *
114800*    TO THE CURRENT PERIOD'S POSTED TOTALS ON PAYCAL, SO    *
114900*    THE YEAR-END CLOSE STILL TIES PAYYTD TO THE PERIODS.   *
115000*    A FAILED UPDATE ENDS THE STEP RC 16 FOR FOLLOW-UP.     *
115100*----------------------------------------------------------*
115200*
115300 6000-RECORD-POSTINGS.
115400     IF WS-COUNT-PAID = ZERO
115500         GO TO 6000-EXIT
115600     END-IF
115700     MOVE WS-CAL-PERIOD TO CalPeriodNumber
115800     READ PayCalendarFile
115900         INVALID KEY
116000             DISPLAY 'RTRO0016E - PAY PERIOD ' WS-CAL-PERIOD
116100                     ' COULD NOT BE RE-READ TO RECORD POSTINGS'
116200             MOVE 16 TO RETURN-CODE
116300             GO TO 6000-EXIT
116400     END-READ
116500     ADD WS-COUNT-PAID       TO CalPostedChecks
116600     ADD WS-TOTAL-PAID-GROSS TO CalPostedGross
116700     ADD WS-TOTAL-PAID-DEDNS TO CalPostedDedns
116800     ADD WS-TOTAL-PAID-NET   TO CalPostedNet
116900     REWRITE PayCalendarRecord
117000         INVALID KEY
117100             DISPLAY 'RTRO0016E - PAY PERIOD ' WS-CAL-PERIOD
117200                     ' POSTED TOTALS NOT UPDATED, STATUS '
117300                     WS-CAL-STATUS-CODE
117400             MOVE 16 TO RETURN-CODE
117500     END-REWRITE.
117600 6000-EXIT.
117700     EXIT.
117800*
117900*----------------------------------------------------------*
118000*    6500-WRITE-RETRO-LOG - APPEND THIS RUN TO RTROLOG WITH *
118100*    THE NEW HIGH-WATER MARK, SO THE NEXT RUN STARTS AFTER  *
118200*    THE LAST HISTORY RECORD THIS ONE LOOKED AT             *
118300*----------------------------------------------------------*
118400*
118500 6500-WRITE-RETRO-LOG.
118600     OPEN EXTEND RetroLogFile
118700     IF WS-LOG-STATUS-CODE = '35'
118800         OPEN OUTPUT RetroLogFile
118900     END-IF
119000     MOVE SPACES              TO RetroLogRecord
119100     MOVE WS-RUN-DATE         TO RLOG-RUN-DATE
119200     MOVE WS-RUN-TIME         TO RLOG-RUN-TIME
119300     MOVE WS-NEW-MARK-DATE    TO RLOG-HIST-DATE
119400     MOVE WS-NEW-MARK-TIME    TO RLOG-HIST-TIME
119500     MOVE WS-CAL-PERIOD       TO RLOG-PERIOD
119600     MOVE WS-COUNT-PAID       TO RLOG-PAID-COUNT
119700     MOVE WS-TOTAL-PAID-GROSS TO RLOG-PAID-GROSS
119800     MOVE WS-TOTAL-PAID-NET   TO RLOG-PAID-NET
119900     WRITE RetroLogRecord
120000     CLOSE RetroLogFile.
120100 6500-EXIT.
120200     EXIT.
120300*
120400*----------------------------------------------------------*
120500*    7000-WRITE-AUDIT-RECORD - LOG THE RUN TO MERGEAUD AND  *
120600*    SHOW THE BALANCING FIGURES ON THE JOB LOG              *
120700*----------------------------------------------------------*
120800*
120900 7000-WRITE-AUDIT-RECORD.
121000     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
121100     ACCEPT AUD-RUN-TIME FROM TIME
121200     MOVE 'RETROPAY'              TO AUD-PROGRAM-ID
121300     MOVE 'SALHIST.DAT'           TO AUD-FILE1-NAME
121400     MOVE WS-COUNT-HIST-READ      TO AUD-FILE1-COUNT
121500     MOVE 'PAYCAL.DAT'            TO AUD-FILE2-NAME
121600     MOVE WS-COUNT-PERIODS        TO AUD-FILE2-COUNT
121700     MOVE 'PAYYTD.DAT'            TO AUD-FILE3-NAME
121800     MOVE WS-COUNT-PAID           TO AUD-FILE3-COUNT
121900     MOVE WS-COUNT-PAID           TO AUD-OUTPUT-COUNT
122000     IF TOTALS-BALANCE
122100         MOVE 'NORMAL'            TO AUD-COMPLETION-STATUS
122200     ELSE
122300         MOVE 'EXCEPTION'         TO AUD-COMPLETION-STATUS
122400     END-IF
122500     WRITE AuditRecord
122600     DISPLAY 'RTRO0017I - SALHIST RECORDS READ      '
122700             WS-COUNT-HIST-READ
122800     DISPLAY 'RTRO0018I - BACK-DATED CHANGES FOUND  '
122900             WS-COUNT-BACK-DATED
123000     DISPLAY 'RTRO0019I - EMPLOYEES PAID RETRO      '
123100             WS-COUNT-PAID
123200     DISPLAY 'RTRO0020I - RETRO GROSS PAID          '
123300             WS-TOTAL-PAID-GROSS
123400     DISPLAY 'RTRO0021I - RETRO NET PAID            '
123500             WS-TOTAL-PAID-NET
123600     DISPLAY 'RTRO0022I - EMPLOYEES HELD            '
123700             WS-COUNT-HELD
123800     DISPLAY 'RTRO0023I - EMPLOYEES TO RECOVER FROM '
123900             WS-COUNT-RECOVER.
124000 7000-EXIT.
124100     EXIT.
124200*
124300*----------------------------------------------------------*
124400*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN       *
124500*----------------------------------------------------------*
124600*
124700 9000-TERMINATE.
124800     CLOSE HistoryFile
124900     CLOSE PayCalendarFile
125000     CLOSE YtdMasterFile
125100     CLOSE DeductionFile
125200     CLOSE BankMasterFile
125300     CLOSE Employee1File
125400     CLOSE ListingFile
125500     CLOSE PaymentFile
125600     CLOSE AuditFile.
125700 9000-EXIT.
125800     EXIT.
