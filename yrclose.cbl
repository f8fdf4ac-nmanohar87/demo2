000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YearEndClose.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  CLOSES A PAYROLL TAX
001100*                     YEAR BEFORE THE YTDINIT JANUARY RESET
001200*                     CLEARS PAYYTD, SO LAST YEAR'S FIGURES NO
001300*                     LONGER DEPEND ON SOMEONE REMEMBERING A
001400*                     HAND IDCAMS REPRO.  THE TAX YEAR COMES IN
001500*                     ON THE YECPARM CARD.  EVERY PAYYTD RECORD
001600*                     IS JOINED TO THE EMPLOYEE1 NAME, STATUS
001700*                     AND STATUS DATE AND WRITTEN TO THE DATED,
001800*                     PERMANENT ANNUAL EARNINGS FILE (SHARED
001900*                     ANNREC LAYOUT), WITH A WAGE-STATEMENT
002000*                     LISTING PER EMPLOYEE AND COMPANY TOTALS
002100*                     THAT ARE TIED BACK TO THE SUM OF THE
002200*                     YEAR'S PAYROLL REGISTER POSTINGS CARRIED
002300*                     ON THE PAYCAL PAY PERIODS.  THE YEAR'S
002400*                     PAID PERIODS ARE THEN MARKED CLOSED, ONE
002500*                     RECORD IS APPENDED TO THE CUMULATIVE
002600*                     YECLOG CLOSE LOG (SHARED YECLREC LAYOUT)
002700*                     THAT THE YTDINIT RESET CHECK READS, AND
002800*                     THE RUN IS LOGGED TO MERGEAUD.  A YEAR
002900*                     ALREADY ON YECLOG, A YEAR WITH A PERIOD
003000*                     STILL OPEN, AND A PAYYTD HOLDING ANOTHER
003100*                     YEAR'S POSTINGS ARE ALL REFUSED (RC 16)
003200*                     BEFORE ANYTHING IS WRITTEN.  TOTALS THAT
003300*                     DON'T TIE TO THE REGISTERS STILL CLOSE -
003400*                     THE FIGURES ON PAYYTD ARE WHAT WAS PAID
003500*                     AND MUST BE CAPTURED BEFORE THE RESET -
003600*                     BUT THE LISTING SHOWS THE DIFFERENCE,
003700*                     THE LOG AND AUDIT ENTRY ARE MARKED, AND
003800*                     THE STEP ENDS RC 8.
003900*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ParmFile ASSIGN TO YECPARM
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-PARM-STATUS-CODE.
004600     SELECT CloseLogFile ASSIGN TO YECLOG
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-LOG-STATUS-CODE.
004900     SELECT YtdMasterFile ASSIGN TO PAYYTD
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS EmployeeIDYtd
005300         FILE STATUS IS WS-YTD-STATUS-CODE.
005400     SELECT Employee1File ASSIGN TO EMPLOYE1
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS EmployeeID1
005800         FILE STATUS IS WS-EMP1-STATUS-CODE.
005900     SELECT PayCalendarFile ASSIGN TO PAYCAL
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CalPeriodNumber
006300         FILE STATUS IS WS-CAL-STATUS-CODE.
006400     SELECT AnnualFile ASSIGN TO ANNEARN
006500         ORGANIZATION IS LINE SEQUENTIAL.
006600     SELECT ReportFile ASSIGN TO YECRPT
006700         ORGANIZATION IS LINE SEQUENTIAL.
006800     SELECT AuditFile ASSIGN TO MERGEAUD
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-AUD-STATUS-CODE.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  ParmFile.
007500 01  ParmRecord             PIC X(80).
007600
007700 FD  CloseLogFile.
007800     COPY YECLREC.
007900
008000 FD  YtdMasterFile.
008100     COPY YTDREC.
008200
008300 FD  Employee1File.
008400     COPY EMP1REC.
008500
008600 FD  PayCalendarFile.
008700     COPY PCALREC.
008800
008900 FD  AnnualFile.
009000     COPY ANNREC.
009100
009200 FD  ReportFile.
009300 01  ReportRecord           PIC X(80).
009400
009500 FD  AuditFile.
009600     COPY AUDITREC.
009700
009800 WORKING-STORAGE SECTION.
009900*
010000*    FILE STATUS, END-OF-FILE SWITCHES AND RECORD COUNTERS
010100*
010200 77  WS-PARM-STATUS-CODE    PIC XX.
010300 77  WS-LOG-STATUS-CODE     PIC XX.
010400 77  WS-YTD-STATUS-CODE     PIC XX.
010500 77  WS-EMP1-STATUS-CODE    PIC XX.
010600 77  WS-CAL-STATUS-CODE     PIC XX.
010700 77  WS-AUD-STATUS-CODE     PIC XX.
010800 77  WS-EOF-LOG             PIC X VALUE 'N'.
010900     88  EOF-LOG                     VALUE 'Y'.
011000 77  WS-EOF-YTD             PIC X VALUE 'N'.
011100     88  EOF-YTD                     VALUE 'Y'.
011200 77  WS-EOF-CALENDAR        PIC X VALUE 'N'.
011300     88  EOF-CALENDAR                VALUE 'Y'.
011400 77  WS-EMP1-FOUND          PIC X VALUE 'N'.
011500 77  WS-COUNT-YTD-READ      PIC 9(07) COMP VALUE ZERO.
011600 77  WS-COUNT-EMP1-FOUND    PIC 9(07) COMP VALUE ZERO.
011700 77  WS-COUNT-NOT-ON-EMP1   PIC 9(07) COMP VALUE ZERO.
011800 77  WS-COUNT-WRITTEN       PIC 9(07) COMP VALUE ZERO.
011900 77  WS-COUNT-WRONG-YEAR    PIC 9(07) COMP VALUE ZERO.
012000 77  WS-YDX                 PIC 9(03) COMP VALUE ZERO.
012100*
012200*    RUN CONTROL CARD - THE FOUR-DIGIT TAX YEAR BEING CLOSED
012300*    IN COLUMNS 1-4.  THERE IS NO DEFAULT: CLOSING THE WRONG
012400*    YEAR WOULD BLOCK THE RIGHT ONE, SO A MISSING OR BAD
012500*    CARD STOPS THE RUN.
012600*
012700 01  WS-PARM-CARD.
012800     05  WS-PARM-TAX-YEAR   PIC X(04).
012900     05  FILLER             PIC X(76).
013000
013100 77  WS-TAX-YEAR            PIC 9(04) VALUE ZERO.
013200 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
013300 77  WS-RUN-TIME            PIC 9(08) VALUE ZERO.
013400 77  WS-YTD-YEAR            PIC 9(04) VALUE ZERO.
013500 77  WS-FIRST-WRONG-ID      PIC 9(05) VALUE ZERO.
013600 77  WS-BALANCED            PIC X VALUE 'Y'.
013700     88  TOTALS-BALANCE              VALUE 'Y'.
013800*
013900*    PAY CALENDAR FIGURES FOR THE TAX YEAR - THE PERIODS ON
014000*    PAYCAL AND THE REGISTER POSTINGS ADDED UP ACROSS THEM,
014100*    WHICH THE PAYYTD TOTALS HAVE TO MATCH
014200*
014300 77  WS-CAL-PERIODS         PIC 9(03) COMP VALUE ZERO.
014400 77  WS-CAL-OPEN-PERIOD     PIC X(06) VALUE SPACES.
014500 77  WS-CAL-CLOSED-COUNT    PIC 9(03) COMP VALUE ZERO.
014600 77  WS-CAL-CHECKS          PIC 9(07) COMP VALUE ZERO.
014700 77  WS-CAL-GROSS           PIC 9(13) COMP-3 VALUE ZERO.
014800 77  WS-CAL-DEDNS           PIC 9(13) COMP-3 VALUE ZERO.
014900 77  WS-CAL-NET             PIC 9(13) COMP-3 VALUE ZERO.
015000*
015100*    COMPANY TOTALS OFF PAYYTD, AND THE DIFFERENCES FROM
015200*    THE REGISTER POSTINGS WHEN THEY DON'T TIE
015300*
015400 77  WS-TOTAL-GROSS         PIC 9(13) COMP-3 VALUE ZERO.
015500 77  WS-TOTAL-PRETAX        PIC 9(13) COMP-3 VALUE ZERO.
015600 77  WS-TOTAL-TAXABLE       PIC 9(13) COMP-3 VALUE ZERO.
015700 77  WS-TOTAL-DEDNS         PIC 9(13) COMP-3 VALUE ZERO.
015800 77  WS-TOTAL-NET           PIC 9(13) COMP-3 VALUE ZERO.
015900 77  WS-DIFF-AMOUNT         PIC S9(13) COMP-3 VALUE ZERO.
016000*
016100*    REPORT LINE LAYOUTS
016200*
016300 01  WS-HEADING-LINE.
016400     05  WS-HEADING-TEXT        PIC X(60).
016500     05  FILLER                 PIC X(20) VALUE SPACES.
016600
016700 01  WS-YEAR-LINE.
016800     05  FILLER                 PIC X(09) VALUE 'TAX YEAR '.
016900     05  WS-YEAR-LINE-YEAR      PIC 9(04).
017000     05  FILLER                 PIC X(14) VALUE '   CLOSED ON  '.
017100     05  WS-YEAR-LINE-DATE      PIC 9(08).
017200     05  FILLER                 PIC X(45) VALUE SPACES.
017300
017400 01  WS-COLHEAD-LINE.
017500     05  FILLER                 PIC X(06) VALUE 'EMPLID'.
017600     05  FILLER                 PIC X(25) VALUE 'NAME'.
017700     05  FILLER                 PIC X(02) VALUE 'ST'.
017800     05  FILLER                 PIC X(09) VALUE '    GROSS'.
017900     05  FILLER                 PIC X(10) VALUE '   TAXABLE'.
018000     05  FILLER                 PIC X(10) VALUE '     DEDNS'.
018100     05  FILLER                 PIC X(10) VALUE '       NET'.
018200     05  FILLER                 PIC X(08) VALUE SPACES.
018300
018400 01  WS-DETAIL-LINE.
018500     05  WS-DET-ID              PIC 9(05).
018600     05  FILLER                 PIC X(01) VALUE SPACES.
018700     05  WS-DET-NAME            PIC X(24).
018800     05  FILLER                 PIC X(01) VALUE SPACES.
018900     05  WS-DET-STATUS          PIC X(01).
019000     05  FILLER                 PIC X(01) VALUE SPACES.
019100     05  WS-DET-GROSS           PIC Z(08)9.
019200     05  FILLER                 PIC X(01) VALUE SPACES.
019300     05  WS-DET-TAXABLE         PIC Z(08)9.
019400     05  FILLER                 PIC X(01) VALUE SPACES.
019500     05  WS-DET-DEDNS           PIC Z(08)9.
019600     05  FILLER                 PIC X(01) VALUE SPACES.
019700     05  WS-DET-NET             PIC Z(08)9.
019800     05  FILLER                 PIC X(08) VALUE SPACES.
019900
020000 01  WS-TRAILER-LINE.
020100     05  WS-TRAILER-LABEL       PIC X(35).
020200     05  WS-TRAILER-VALUE       PIC Z(10)9.
020300     05  FILLER                 PIC X(34) VALUE SPACES.
020400*
020500*    WIDE TRAILER FOR THE 13-DIGIT COMPANY MONEY TOTALS, AS
020600*    ON THE BUDGET VARIANCE REPORT, AND A SIGNED ONE FOR THE
020700*    DIFFERENCES
020800*
020900 01  WS-TRAILER13-LINE.
021000     05  WS-TRAILER13-LABEL     PIC X(35).
021100     05  WS-TRAILER13-VALUE     PIC Z(12)9.
021200     05  FILLER                 PIC X(32) VALUE SPACES.
021300
021400 01  WS-DIFF-LINE.
021500     05  WS-DIFF-LABEL          PIC X(35).
021600     05  WS-DIFF-VALUE          PIC Z(12)9-.
021700     05  FILLER                 PIC X(31) VALUE SPACES.
021800
021900 PROCEDURE DIVISION.
022000*
022100*----------------------------------------------------------*
022200*    0000-MAINLINE                                         *
022300*----------------------------------------------------------*
022400*
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022700     PERFORM 3000-PROCESS-YTD THRU 3000-EXIT
022800     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
022900     PERFORM 6000-CLOSE-PERIODS THRU 6000-EXIT
023000     PERFORM 6500-WRITE-CLOSE-LOG THRU 6500-EXIT
023100     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT
023300     STOP RUN.
023400*
023500*----------------------------------------------------------*
023600*    1000-INITIALIZE - GET THE TAX YEAR, MAKE SURE IT HAS   *
023700*    NOT BEEN CLOSED ALREADY, OPEN THE MASTERS AND MAKE     *
023800*    SURE THE YEAR IS FINISHED AND PAYYTD HOLDS ONLY THAT   *
023900*    YEAR.  EVERY REFUSAL HAPPENS HERE, BEFORE THE ANNUAL   *
024000*    EARNINGS FILE IS OPENED.  THE MASTERS ARE ALL DEFINED  *
024100*    BY THEIR OWN SETUP JOBS, SO A FAILED OPEN STOPS THE    *
024200*    RUN.                                                   *
024300*----------------------------------------------------------*
024400*
024500 1000-INITIALIZE.
024600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024700     ACCEPT WS-RUN-TIME FROM TIME
024800     PERFORM 1100-GET-TAX-YEAR THRU 1100-EXIT
024900     PERFORM 1200-CHECK-CLOSE-LOG THRU 1200-EXIT
025000     OPEN INPUT YtdMasterFile
025100     IF WS-YTD-STATUS-CODE NOT = '00'
025200         DISPLAY 'YEND0004E - PAYYTD YEAR-TO-DATE MASTER COULD '
025300                 'NOT BE OPENED, STATUS ' WS-YTD-STATUS-CODE
025400         MOVE 16 TO RETURN-CODE
025500         STOP RUN
025600     END-IF
025700     OPEN INPUT Employee1File
025800     IF WS-EMP1-STATUS-CODE NOT = '00'
025900         DISPLAY 'YEND0005E - EMPLOYEE1 MASTER COULD NOT BE '
026000                 'OPENED, STATUS ' WS-EMP1-STATUS-CODE
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF
026400     OPEN I-O PayCalendarFile
026500     IF WS-CAL-STATUS-CODE NOT = '00'
026600         DISPLAY 'YEND0006E - PAYCAL PAY CALENDAR MASTER COULD '
026700                 'NOT BE OPENED, STATUS ' WS-CAL-STATUS-CODE
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF
027100     PERFORM 1300-CHECK-CALENDAR THRU 1300-EXIT
027200     PERFORM 1400-CHECK-YTD-YEAR THRU 1400-EXIT
027300     OPEN OUTPUT AnnualFile
027400     OPEN OUTPUT ReportFile
027500     MOVE 'YEAR-END CLOSE - ANNUAL WAGE STATEMENT LISTING'
027600         TO WS-HEADING-TEXT
027700     WRITE ReportRecord FROM WS-HEADING-LINE
027800     MOVE WS-TAX-YEAR TO WS-YEAR-LINE-YEAR
027900     MOVE WS-RUN-DATE TO WS-YEAR-LINE-DATE
028000     WRITE ReportRecord FROM WS-YEAR-LINE
028100     WRITE ReportRecord FROM WS-COLHEAD-LINE.
028200 1000-EXIT.
028300     EXIT.
028400
028500 1100-GET-TAX-YEAR.
028600     OPEN INPUT ParmFile
028700     IF WS-PARM-STATUS-CODE NOT = '00'
028800         DISPLAY 'YEND0001E - NO YECPARM TAX YEAR CARD - THE '
028900                 'RUN IS STOPPED RATHER THAN CLOSE A DEFAULTED '
029000                 'YEAR'
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF
029400     READ ParmFile INTO WS-PARM-CARD
029500         AT END
029600             MOVE SPACES TO WS-PARM-CARD
029700     END-READ
029800     IF WS-PARM-TAX-YEAR NOT NUMERIC
029900         DISPLAY 'YEND0002E - YECPARM TAX YEAR IS NOT A FOUR '
030000                 'DIGIT YEAR - RUN STOPPED'
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF
030400     MOVE WS-PARM-TAX-YEAR TO WS-TAX-YEAR
030500     CLOSE ParmFile.
030600 1100-EXIT.
030700     EXIT.
030800*
030900*    A TAX YEAR IS CLOSED ONCE.  YECLOG NOT THERE YET (STATUS
031000*    35) SIMPLY MEANS NO YEAR HAS EVER BEEN CLOSED.
031100*
031200 1200-CHECK-CLOSE-LOG.
031300     OPEN INPUT CloseLogFile
031400     IF WS-LOG-STATUS-CODE = '35'
031500         GO TO 1200-EXIT
031600     END-IF
031700     IF WS-LOG-STATUS-CODE NOT = '00'
031800         DISPLAY 'YEND0007E - YECLOG CLOSE LOG COULD NOT BE '
031900                 'OPENED, STATUS ' WS-LOG-STATUS-CODE
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF
032300     PERFORM 1210-READ-CLOSE-LOG THRU 1210-EXIT
032400         UNTIL EOF-LOG
032500     CLOSE CloseLogFile.
032600 1200-EXIT.
032700     EXIT.
032800
032900 1210-READ-CLOSE-LOG.
033000     READ CloseLogFile
033100         AT END
033200             MOVE 'Y' TO WS-EOF-LOG
033300             GO TO 1210-EXIT
033400     END-READ
033500     IF YECL-TAX-YEAR = WS-TAX-YEAR
033600         DISPLAY 'YEND0003E - TAX YEAR ' WS-TAX-YEAR
033700                 ' WAS ALREADY CLOSED ON ' YECL-CLOSE-DATE
033800                 ' - NOT CLOSED AGAIN'
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200 1210-EXIT.
034300     EXIT.
034400*
034500*----------------------------------------------------------*
034600*    1300-CHECK-CALENDAR - BROWSE THE TAX YEAR'S PERIODS ON *
034700*    PAYCAL.  A PERIOD STILL OPEN MEANS THE YEAR ISN'T      *
034800*    FINISHED PAYING, SO THE CLOSE IS REFUSED.  THE         *
034900*    REGISTER POSTINGS ON THE PERIODS ARE ADDED UP FOR THE  *
035000*    TIE-OUT AGAINST THE PAYYTD TOTALS.                     *
035100*----------------------------------------------------------*
035200*
035300 1300-CHECK-CALENDAR.
035400     MOVE 'N' TO WS-EOF-CALENDAR
035500     PERFORM 1310-START-CALENDAR THRU 1310-EXIT
035600     PERFORM 1320-READ-CALENDAR THRU 1320-EXIT
035700         UNTIL EOF-CALENDAR
035800     IF WS-CAL-OPEN-PERIOD NOT = SPACES
035900         DISPLAY 'YEND0008E - PAY PERIOD ' WS-CAL-OPEN-PERIOD
036000                 ' IS STILL OPEN - TAX YEAR ' WS-TAX-YEAR
036100                 ' NOT CLOSED'
036200         MOVE 16 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500 1300-EXIT.
036600     EXIT.
036700
036800 1310-START-CALENDAR.
036900     MOVE WS-TAX-YEAR TO CalPeriodYear
037000     MOVE ZERO        TO CalPeriodInYear
037100     START PayCalendarFile
037200         KEY IS NOT LESS THAN CalPeriodNumber
037300         INVALID KEY
037400             MOVE 'Y' TO WS-EOF-CALENDAR
037500     END-START.
037600 1310-EXIT.
037700     EXIT.
037800
037900 1320-READ-CALENDAR.
038000     READ PayCalendarFile NEXT RECORD
038100         AT END
038200             MOVE 'Y' TO WS-EOF-CALENDAR
038300             GO TO 1320-EXIT
038400     END-READ
038500     IF CalPeriodYear NOT = WS-TAX-YEAR
038600         MOVE 'Y' TO WS-EOF-CALENDAR
038700         GO TO 1320-EXIT
038800     END-IF
038900     ADD 1 TO WS-CAL-PERIODS
039000     ADD CalPostedChecks TO WS-CAL-CHECKS
039100     ADD CalPostedGross  TO WS-CAL-GROSS
039200     ADD CalPostedDedns  TO WS-CAL-DEDNS
039300     ADD CalPostedNet    TO WS-CAL-NET
039400     IF CAL-OPEN
039500       AND WS-CAL-OPEN-PERIOD = SPACES
039600         MOVE CalPeriodNumber TO WS-CAL-OPEN-PERIOD
039700     END-IF.
039800 1320-EXIT.
039900     EXIT.
040000*
040100*----------------------------------------------------------*
040200*    1400-CHECK-YTD-YEAR - EVERY PAYYTD RECORD MUST BELONG  *
040300*    TO THE TAX YEAR BEING CLOSED - THE YEAR OF THE LAST    *
040400*    PAY PERIOD POSTED, OR OF THE LAST PAY DATE ON A        *
040500*    RECORD POSTED BEFORE THE PERIOD WAS STAMPED.  ANY      *
040600*    OTHER YEAR MEANS THE CLUSTER WAS NOT RESET, OR HAS     *
040700*    ALREADY TAKEN POSTINGS FOR THE NEW YEAR, AND THE       *
040800*    FIGURES WOULD NOT BE ONE YEAR'S EARNINGS.  AN EMPTY    *
040900*    PAYYTD HAS NOTHING TO CLOSE.                           *
041000*----------------------------------------------------------*
041100*
041200 1400-CHECK-YTD-YEAR.
041300     MOVE 'N' TO WS-EOF-YTD
041400     PERFORM 1500-START-YTD THRU 1500-EXIT
041500     PERFORM 1410-READ-YTD-YEAR THRU 1410-EXIT
041600         UNTIL EOF-YTD
041700     IF WS-COUNT-YTD-READ = ZERO
041800         DISPLAY 'YEND0009E - PAYYTD IS EMPTY - NOTHING TO '
041900                 'CLOSE FOR TAX YEAR ' WS-TAX-YEAR
042000         MOVE 16 TO RETURN-CODE
042100         STOP RUN
042200     END-IF
042300     IF WS-COUNT-WRONG-YEAR NOT = ZERO
042400         DISPLAY 'YEND0010E - ' WS-COUNT-WRONG-YEAR
042500                 ' PAYYTD RECORDS ARE NOT FOR TAX YEAR '
042600                 WS-TAX-YEAR ', FIRST IS EMPLOYEEID '
042700                 WS-FIRST-WRONG-ID ' - NOT CLOSED'
042800         MOVE 16 TO RETURN-CODE
042900         STOP RUN
043000     END-IF
043100     MOVE ZERO TO WS-COUNT-YTD-READ.
043200 1400-EXIT.
043300     EXIT.
043400
043500 1410-READ-YTD-YEAR.
043600     READ YtdMasterFile NEXT RECORD
043700         AT END
043800             MOVE 'Y' TO WS-EOF-YTD
043900             GO TO 1410-EXIT
044000     END-READ
044100     ADD 1 TO WS-COUNT-YTD-READ
044200     IF YtdLastPeriod = ZERO
044300         DIVIDE YtdLastPayDate BY 10000 GIVING WS-YTD-YEAR
044400     ELSE
044500         DIVIDE YtdLastPeriod BY 100 GIVING WS-YTD-YEAR
044600     END-IF
044700     IF WS-YTD-YEAR NOT = WS-TAX-YEAR
044800         IF WS-COUNT-WRONG-YEAR = ZERO
044900             MOVE EmployeeIDYtd TO WS-FIRST-WRONG-ID
045000         END-IF
045100         ADD 1 TO WS-COUNT-WRONG-YEAR
045200     END-IF.
045300 1410-EXIT.
045400     EXIT.
045500
045600 1500-START-YTD.
045700     MOVE LOW-VALUES TO EmployeeIDYtd
045800     START YtdMasterFile
045900         KEY IS NOT LESS THAN EmployeeIDYtd
046000         INVALID KEY
046100             MOVE 'Y' TO WS-EOF-YTD
046200     END-START.
046300 1500-EXIT.
046400     EXIT.
046500*
046600*----------------------------------------------------------*
046700*    3000-PROCESS-YTD - ONE ANNUAL EARNINGS RECORD AND ONE  *
046800*    LISTING LINE PER PAYYTD RECORD, IN EMPLOYEEID ORDER.   *
046900*    AN EMPLOYEE NO LONGER ON EMPLOYEE1 WAS STILL PAID, SO  *
047000*    THE RECORD IS WRITTEN ANYWAY, FLAGGED ON THE LISTING.  *
047100*----------------------------------------------------------*
047200*
047300 3000-PROCESS-YTD.
047400     MOVE 'N' TO WS-EOF-YTD
047500     PERFORM 1500-START-YTD THRU 1500-EXIT
047600     PERFORM 3010-READ-YTD THRU 3010-EXIT
047700         UNTIL EOF-YTD.
047800 3000-EXIT.
047900     EXIT.
048000
048100 3010-READ-YTD.
048200     READ YtdMasterFile NEXT RECORD
048300         AT END
048400             MOVE 'Y' TO WS-EOF-YTD
048500         NOT AT END
048600             ADD 1 TO WS-COUNT-YTD-READ
048700             PERFORM 3100-BUILD-ANNUAL THRU 3100-EXIT
048800     END-READ.
048900 3010-EXIT.
049000     EXIT.
049100
049200 3100-BUILD-ANNUAL.
049300     PERFORM 3200-FIND-EMPLOYEE1 THRU 3200-EXIT
049400     MOVE SPACES              TO AnnualEarningsRecord
049500     MOVE WS-TAX-YEAR         TO AnnTaxYear
049600     MOVE WS-RUN-DATE         TO AnnCloseDate
049700     MOVE EmployeeIDYtd       TO AnnEmployeeID
049800     IF WS-EMP1-FOUND = 'Y'
049900         MOVE EmployeeName1       TO AnnEmployeeName
050000         MOVE EmployeeStatus1     TO AnnEmployeeStatus
050100         MOVE EmployeeStatusDate1 TO AnnStatusDate
050200     ELSE
050300         MOVE ZERO                TO AnnStatusDate
050400     END-IF
050500     MOVE YtdGrossPay         TO AnnGrossPay
050600     MOVE YtdPreTaxDedns      TO AnnPreTaxDedns
050700     SUBTRACT YtdPreTaxDedns FROM YtdGrossPay
050800         GIVING AnnTaxableWages
050900     MOVE YtdDeductions       TO AnnDeductions
051000     SUBTRACT YtdDeductions FROM YtdGrossPay
051100         GIVING AnnNetPay
051200     MOVE YtdLastPayDate      TO AnnLastPayDate
051300     MOVE YtdLastPeriod       TO AnnLastPeriod
051400     PERFORM 3110-MOVE-DEDUCTION THRU 3110-EXIT
051500         VARYING WS-YDX FROM 1 BY 1
051600         UNTIL WS-YDX > 10
051700     WRITE AnnualEarningsRecord
051800     ADD 1 TO WS-COUNT-WRITTEN
051900     ADD AnnGrossPay     TO WS-TOTAL-GROSS
052000     ADD AnnPreTaxDedns  TO WS-TOTAL-PRETAX
052100     ADD AnnTaxableWages TO WS-TOTAL-TAXABLE
052200     ADD AnnDeductions   TO WS-TOTAL-DEDNS
052300     ADD AnnNetPay       TO WS-TOTAL-NET
052400     PERFORM 3300-PRINT-DETAIL THRU 3300-EXIT.
052500 3100-EXIT.
052600     EXIT.
052700
052800 3110-MOVE-DEDUCTION.
052900     MOVE YtdDednCode(WS-YDX)      TO AnnDednCode(WS-YDX)
053000     MOVE YtdDednTaxTiming(WS-YDX) TO AnnDednTaxTiming(WS-YDX)
053100     MOVE YtdDednAmount(WS-YDX)    TO AnnDednAmount(WS-YDX).
053200 3110-EXIT.
053300     EXIT.
053400*
053500*    A KEYED READ ON A DYNAMIC-ACCESS INDEXED FILE USES
053600*    WHATEVER VALUE IS SITTING IN THE RECORD KEY FIELD, SO
053700*    THE PAYYTD EMPLOYEEID IS MOVED THERE FIRST.
053800*
053900 3200-FIND-EMPLOYEE1.
054000     MOVE 'N' TO WS-EMP1-FOUND
054100     MOVE EmployeeIDYtd TO EmployeeID1
054200     READ Employee1File
054300         INVALID KEY
054400             MOVE 'N' TO WS-EMP1-FOUND
054500             ADD 1 TO WS-COUNT-NOT-ON-EMP1
054600         NOT INVALID KEY
054700             MOVE 'Y' TO WS-EMP1-FOUND
054800             ADD 1 TO WS-COUNT-EMP1-FOUND
054900     END-READ.
055000 3200-EXIT.
055100     EXIT.
055200
055300 3300-PRINT-DETAIL.
055400     MOVE AnnEmployeeID     TO WS-DET-ID
055500     IF WS-EMP1-FOUND = 'Y'
055600         MOVE AnnEmployeeName   TO WS-DET-NAME
055700     ELSE
055800         MOVE '** NOT ON EMPLOYEE1 **' TO WS-DET-NAME
055900     END-IF
056000     MOVE AnnEmployeeStatus TO WS-DET-STATUS
056100     MOVE AnnGrossPay       TO WS-DET-GROSS
056200     MOVE AnnTaxableWages   TO WS-DET-TAXABLE
056300     MOVE AnnDeductions     TO WS-DET-DEDNS
056400     MOVE AnnNetPay         TO WS-DET-NET
056500     WRITE ReportRecord FROM WS-DETAIL-LINE.
056600 3300-EXIT.
056700     EXIT.
056800*
056900*----------------------------------------------------------*
057000*    5000-PRINT-TOTALS - COMPANY TOTALS OFF PAYYTD, THEN    *
057100*    THE SAME FIGURES ADDED UP FROM THE REGISTER POSTINGS   *
057200*    ON THE YEAR'S PAY PERIODS.  EACH PERIOD'S FIGURES ARE  *
057300*    THE SUM OF THE POSTED LINES ON ITS PAYROLL REGISTER    *
057400*    TRAILERS, SO GROSS, DEDUCTIONS AND NET HERE TIE TO     *
057500*    THE YEAR'S REGISTERS OR THE DIFFERENCE IS PRINTED AND  *
057600*    THE STEP ENDS RC 8.                                    *
057700*----------------------------------------------------------*
057800*
057900 5000-PRINT-TOTALS.
058000     MOVE SPACES TO WS-HEADING-TEXT
058100     WRITE ReportRecord FROM WS-HEADING-LINE
058200     MOVE 'COMPANY TOTALS - PAYYTD' TO WS-HEADING-TEXT
058300     WRITE ReportRecord FROM WS-HEADING-LINE
058400     MOVE 'EMPLOYEES ON PAYYTD'          TO WS-TRAILER-LABEL
058500     MOVE WS-COUNT-YTD-READ              TO WS-TRAILER-VALUE
058600     WRITE ReportRecord FROM WS-TRAILER-LINE
058700     MOVE 'EMPLOYEES NOT ON EMPLOYEE1'   TO WS-TRAILER-LABEL
058800     MOVE WS-COUNT-NOT-ON-EMP1           TO WS-TRAILER-VALUE
058900     WRITE ReportRecord FROM WS-TRAILER-LINE
059000     MOVE 'ANNUAL EARNINGS RECORDS WRITTEN'
059100                                         TO WS-TRAILER-LABEL
059200     MOVE WS-COUNT-WRITTEN               TO WS-TRAILER-VALUE
059300     WRITE ReportRecord FROM WS-TRAILER-LINE
059400     MOVE 'TOTAL GROSS PAY'              TO WS-TRAILER13-LABEL
059500     MOVE WS-TOTAL-GROSS                 TO WS-TRAILER13-VALUE
059600     WRITE ReportRecord FROM WS-TRAILER13-LINE
059700     MOVE 'TOTAL BEFORE-TAX DEDUCTIONS'  TO WS-TRAILER13-LABEL
059800     MOVE WS-TOTAL-PRETAX                TO WS-TRAILER13-VALUE
059900     WRITE ReportRecord FROM WS-TRAILER13-LINE
060000     MOVE 'TOTAL TAXABLE WAGES'          TO WS-TRAILER13-LABEL
060100     MOVE WS-TOTAL-TAXABLE               TO WS-TRAILER13-VALUE
060200     WRITE ReportRecord FROM WS-TRAILER13-LINE
060300     MOVE 'TOTAL DEDUCTIONS'             TO WS-TRAILER13-LABEL
060400     MOVE WS-TOTAL-DEDNS                 TO WS-TRAILER13-VALUE
060500     WRITE ReportRecord FROM WS-TRAILER13-LINE
060600     MOVE 'TOTAL NET PAY'                TO WS-TRAILER13-LABEL
060700     MOVE WS-TOTAL-NET                   TO WS-TRAILER13-VALUE
060800     WRITE ReportRecord FROM WS-TRAILER13-LINE
060900     MOVE SPACES TO WS-HEADING-TEXT
061000     WRITE ReportRecord FROM WS-HEADING-LINE
061100     MOVE 'PAYROLL REGISTER POSTINGS FOR THE YEAR - PAYCAL'
061200         TO WS-HEADING-TEXT
061300     WRITE ReportRecord FROM WS-HEADING-LINE
061400     MOVE 'PAY PERIODS ON PAYCAL'        TO WS-TRAILER-LABEL
061500     MOVE WS-CAL-PERIODS                 TO WS-TRAILER-VALUE
061600     WRITE ReportRecord FROM WS-TRAILER-LINE
061700     MOVE 'CHECKS POSTED'                TO WS-TRAILER-LABEL
061800     MOVE WS-CAL-CHECKS                  TO WS-TRAILER-VALUE
061900     WRITE ReportRecord FROM WS-TRAILER-LINE
062000     MOVE 'GROSS POSTED'                 TO WS-TRAILER13-LABEL
062100     MOVE WS-CAL-GROSS                   TO WS-TRAILER13-VALUE
062200     WRITE ReportRecord FROM WS-TRAILER13-LINE
062300     MOVE 'DEDUCTIONS POSTED'            TO WS-TRAILER13-LABEL
062400     MOVE WS-CAL-DEDNS                   TO WS-TRAILER13-VALUE
062500     WRITE ReportRecord FROM WS-TRAILER13-LINE
062600     MOVE 'NET POSTED'                   TO WS-TRAILER13-LABEL
062700     MOVE WS-CAL-NET                     TO WS-TRAILER13-VALUE
062800     WRITE ReportRecord FROM WS-TRAILER13-LINE
062900     MOVE SPACES TO WS-HEADING-TEXT
063000     WRITE ReportRecord FROM WS-HEADING-LINE
063100     IF WS-TOTAL-GROSS = WS-CAL-GROSS
063200       AND WS-TOTAL-DEDNS = WS-CAL-DEDNS
063300       AND WS-TOTAL-NET = WS-CAL-NET
063400         MOVE 'COMPANY TOTALS TIE TO THE YEAR''S REGISTERS'
063500             TO WS-HEADING-TEXT
063600         WRITE ReportRecord FROM WS-HEADING-LINE
063700         GO TO 5000-EXIT
063800     END-IF
063900     MOVE 'N' TO WS-BALANCED
064000     MOVE '*** COMPANY TOTALS DO NOT TIE TO THE REGISTERS ***'
064100         TO WS-HEADING-TEXT
064200     WRITE ReportRecord FROM WS-HEADING-LINE
064300     SUBTRACT WS-CAL-GROSS FROM WS-TOTAL-GROSS
064400         GIVING WS-DIFF-AMOUNT
064500     MOVE 'GROSS DIFFERENCE, PAYYTD - PAYCAL' TO WS-DIFF-LABEL
064600     MOVE WS-DIFF-AMOUNT                 TO WS-DIFF-VALUE
064700     WRITE ReportRecord FROM WS-DIFF-LINE
064800     SUBTRACT WS-CAL-DEDNS FROM WS-TOTAL-DEDNS
064900         GIVING WS-DIFF-AMOUNT
065000     MOVE 'DEDNS DIFFERENCE, PAYYTD - PAYCAL' TO WS-DIFF-LABEL
065100     MOVE WS-DIFF-AMOUNT                 TO WS-DIFF-VALUE
065200     WRITE ReportRecord FROM WS-DIFF-LINE
065300     SUBTRACT WS-CAL-NET FROM WS-TOTAL-NET
065400         GIVING WS-DIFF-AMOUNT
065500     MOVE 'NET DIFFERENCE, PAYYTD - PAYCAL'   TO WS-DIFF-LABEL
065600     MOVE WS-DIFF-AMOUNT                 TO WS-DIFF-VALUE
065700     WRITE ReportRecord FROM WS-DIFF-LINE
065800     DISPLAY 'YEND0011W - PAYYTD TOTALS FOR TAX YEAR '
065900             WS-TAX-YEAR ' DO NOT TIE TO THE REGISTER '
066000             'POSTINGS ON PAYCAL - SEE YECRPT'
066100     MOVE 8 TO RETURN-CODE.
066200 5000-EXIT.
066300     EXIT.
066400*
066500*----------------------------------------------------------*
066600*    6000-CLOSE-PERIODS - THE YEAR'S FIGURES ARE CAPTURED,  *
066700*    SO EVERY PAID PERIOD OF THE TAX YEAR IS MARKED CLOSED  *
066800*    ON PAYCAL AND NO PAY RUN CAN POST TO IT AGAIN.         *
066900*----------------------------------------------------------*
067000*
067100 6000-CLOSE-PERIODS.
067200     MOVE 'N' TO WS-EOF-CALENDAR
067300     PERFORM 1310-START-CALENDAR THRU 1310-EXIT
067400     PERFORM 6010-CLOSE-ONE-PERIOD THRU 6010-EXIT
067500         UNTIL EOF-CALENDAR.
067600 6000-EXIT.
067700     EXIT.
067800
067900 6010-CLOSE-ONE-PERIOD.
068000     READ PayCalendarFile NEXT RECORD
068100         AT END
068200             MOVE 'Y' TO WS-EOF-CALENDAR
068300             GO TO 6010-EXIT
068400     END-READ
068500     IF CalPeriodYear NOT = WS-TAX-YEAR
068600         MOVE 'Y' TO WS-EOF-CALENDAR
068700         GO TO 6010-EXIT
068800     END-IF
068900     IF NOT CAL-PAID
069000         GO TO 6010-EXIT
069100     END-IF
069200     MOVE 'C'         TO CalStatus
069300     MOVE WS-RUN-DATE TO CalStatusDate
069400     REWRITE PayCalendarRecord
069500         INVALID KEY
069600             DISPLAY 'YEND0012E - PAY PERIOD ' CalPeriodNumber
069700                     ' COULD NOT BE MARKED CLOSED, STATUS '
069800                     WS-CAL-STATUS-CODE
069900             MOVE 16 TO RETURN-CODE
070000         NOT INVALID KEY
070100             ADD 1 TO WS-CAL-CLOSED-COUNT
070200     END-REWRITE.
070300 6010-EXIT.
070400     EXIT.
070500*
070600*----------------------------------------------------------*
070700*    6500-WRITE-CLOSE-LOG - APPEND THE YEAR TO YECLOG, OR   *
070800*    CREATE THE LOG WITH THE FIRST YEAR EVER CLOSED.  THE   *
070900*    COUNT AND GROSS ARE WHAT THE YTDINIT RESET CHECK       *
071000*    COMPARES PAYYTD AGAINST BEFORE IT LETS THE CLUSTER GO. *
071100*----------------------------------------------------------*
071200*
071300 6500-WRITE-CLOSE-LOG.
071400     OPEN EXTEND CloseLogFile
071500     IF WS-LOG-STATUS-CODE = '35'
071600         OPEN OUTPUT CloseLogFile
071700     END-IF
071800     MOVE SPACES            TO CloseLogRecord
071900     MOVE WS-TAX-YEAR       TO YECL-TAX-YEAR
072000     MOVE WS-RUN-DATE       TO YECL-CLOSE-DATE
072100     MOVE WS-RUN-TIME       TO YECL-CLOSE-TIME
072200     MOVE WS-COUNT-WRITTEN  TO YECL-EMPLOYEE-COUNT
072300     MOVE WS-TOTAL-GROSS    TO YECL-TOTAL-GROSS
072400     MOVE WS-TOTAL-DEDNS    TO YECL-TOTAL-DEDNS
072500     MOVE WS-TOTAL-NET      TO YECL-TOTAL-NET
072600     MOVE WS-BALANCED       TO YECL-BALANCED
072700     WRITE CloseLogRecord
072800     CLOSE CloseLogFile.
072900 6500-EXIT.
073000     EXIT.
073100*
073200*----------------------------------------------------------*
073300*    7000-WRITE-AUDIT-RECORD - LOG THE CLOSE TO MERGEAUD    *
073400*----------------------------------------------------------*
073500*
073600 7000-WRITE-AUDIT-RECORD.
073700     OPEN EXTEND AuditFile
073800     IF WS-AUD-STATUS-CODE = '35'
073900         OPEN OUTPUT AuditFile
074000     END-IF
074100     MOVE WS-RUN-DATE             TO AUD-RUN-DATE
074200     MOVE WS-RUN-TIME             TO AUD-RUN-TIME
074300     MOVE 'YRCLOSE'               TO AUD-PROGRAM-ID
074400     MOVE 'PAYYTD.DAT'            TO AUD-FILE1-NAME
074500     MOVE WS-COUNT-YTD-READ       TO AUD-FILE1-COUNT
074600     MOVE 'EMPLOYEE1.DAT'         TO AUD-FILE2-NAME
074700     MOVE WS-COUNT-EMP1-FOUND     TO AUD-FILE2-COUNT
074800     MOVE 'PAYCAL.DAT'            TO AUD-FILE3-NAME
074900     MOVE WS-CAL-CLOSED-COUNT     TO AUD-FILE3-COUNT
075000     MOVE WS-COUNT-WRITTEN        TO AUD-OUTPUT-COUNT
075100     IF TOTALS-BALANCE
075200         MOVE 'NORMAL'            TO AUD-COMPLETION-STATUS
075300     ELSE
075400         MOVE 'EXCEPTION'         TO AUD-COMPLETION-STATUS
075500     END-IF
075600     WRITE AuditRecord
075700     CLOSE AuditFile
075800     DISPLAY 'YEND0013I - TAX YEAR CLOSED           '
075900             WS-TAX-YEAR
076000     DISPLAY 'YEND0014I - PAYYTD RECORDS READ       '
076100             WS-COUNT-YTD-READ
076200     DISPLAY 'YEND0015I - ANNUAL RECORDS WRITTEN    '
076300             WS-COUNT-WRITTEN
076400     DISPLAY 'YEND0016I - NOT ON EMPLOYEE1          '
076500             WS-COUNT-NOT-ON-EMP1
076600     DISPLAY 'YEND0017I - PAY PERIODS CLOSED        '
076700             WS-CAL-CLOSED-COUNT
076800     DISPLAY 'YEND0018I - TOTAL GROSS PAY           '
076900             WS-TOTAL-GROSS.
077000 7000-EXIT.
077100     EXIT.
077200*
077300*----------------------------------------------------------*
077400*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN       *
077500*----------------------------------------------------------*
077600*
077700 9000-TERMINATE.
077800     CLOSE YtdMasterFile
077900     CLOSE Employee1File
078000     CLOSE PayCalendarFile
078100     CLOSE AnnualFile
078200     CLOSE ReportFile.
078300 9000-EXIT.
078400     EXIT.
