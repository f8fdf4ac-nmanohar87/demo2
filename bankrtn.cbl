000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BankReturnProcessing.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  WORKS THE BANK'S RETURN
001100*                     AND NOTIFICATION-OF-CHANGE (NOC) FILE FOR
001200*                     A PAYMENT FILE TRANSMISSION, SO RETURNED
001300*                     DEPOSITS AND ACCOUNT CORRECTIONS NO LONGER
001400*                     GO THROUGH BY HAND.  EVERY ENTRY IS
001500*                     MATCHED BY EMPLOYEEID TO THE PAYMENT
001600*                     DETAIL IT ANSWERS ON THE PAYFILE
001700*                     GENERATION AND TO THE EMPLOYEE'S BANKMAST
001800*                     RECORD.  A RETURN MARKS THE ACCOUNT
001900*                     RETURNED ON BANKMAST, SO NO PAYMENT RUN
002000*                     PAYS INTO IT AGAIN, AND PUTS THE EMPLOYEE
002100*                     ON THE RE-ISSUE LIST WITH THE AMOUNT THAT
002200*                     CAME BACK.  AN NOC APPLIES THE BANK'S
002300*                     CORRECTED ROUTING NUMBER, ACCOUNT NUMBER
002400*                     AND ACCOUNT TYPE TO BANKMAST AND STARTS
002500*                     THE ACCOUNT OVER WITH A PRENOTE.  EVERY
002600*                     ENTRY ACTED ON IS RECORDED ON THE
002700*                     CUMULATIVE BRTNLOG RETURN LOG, SO A RETURN
002800*                     FILE RUN TWICE IS NOT RE-ISSUED TWICE, AND
002900*                     THE RUN IS LOGGED TO MERGEAUD.
002910*    2026-10-15  RJ   THE RETURN LOG IS KEYED ON THE PAYMENT
002920*                     FILE'S SOURCE AS WELL AS ITS RUN DATE -
002930*                     A PAYEXT FILE AND A RETRO OR FINAL PAY
002940*                     FILE SENT THE SAME DAY SHARE A RUN DATE,
002950*                     SO A RETURN ON THE SECOND ONE WAS TURNED
002960*                     AWAY AS ALREADY PROCESSED AND NEVER
002970*                     RE-ISSUED.  A LOG ENTRY WRITTEN BEFORE
002980*                     THE SOURCE WAS RECORDED STILL STOPS A
002990*                     SECOND RE-ISSUE FOR ANY FILE OF ITS DATE.
003000*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ReturnFile ASSIGN TO BANKRTN
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RTN-STATUS-CODE.
003700     SELECT PaymentFile ASSIGN TO PAYFILE
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PAY-STATUS-CODE.
004000     SELECT BankMasterFile ASSIGN TO BANKMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS BankEmployeeID
004400         FILE STATUS IS WS-BANK-STATUS-CODE.
004500     SELECT Employee1File ASSIGN TO EMPLOYE1
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS EmployeeID1
004900         FILE STATUS IS WS-EMP1-STATUS-CODE.
005000     SELECT ReturnLogFile ASSIGN TO BRTNLOG
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-LOG-STATUS-CODE.
005300     SELECT ListingFile ASSIGN TO BRTNLIST
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT ReissueFile ASSIGN TO BRTNRIS
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT AuditFile ASSIGN TO MERGEAUD
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-AUD-STATUS-CODE.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400*    BANK RETURN / NOC FILE - ONE ENTRY PER PAYMENT THE BANK
006500*    SENT BACK (R) OR WANTS CORRECTED (C), CARRYING THE
006600*    ROUTING AND ACCOUNT THE PAYMENT WENT TO.  A RETURN
006700*    CARRIES THE AMOUNT RETURNED; AN NOC CARRIES THE
006800*    CORRECTED DETAILS, BLANK WHERE THE BANK HAS NO CHANGE.
006900*
007000 FD  ReturnFile.
007100 01  ReturnRecord.
007200     05  RTN-ENTRY-TYPE         PIC X(01).
007300         88  RTN-RETURN                  VALUE 'R'.
007400         88  RTN-NOC                     VALUE 'C'.
007500     05  RTN-EMPLOYEE-ID        PIC X(05).
007600     05  RTN-REASON-CODE        PIC X(03).
007700     05  RTN-ORIG-ROUTING       PIC X(09).
007800     05  RTN-ORIG-ACCOUNT       PIC X(17).
007900     05  RTN-AMOUNT             PIC X(07).
008000     05  RTN-AMOUNT-NUM REDEFINES RTN-AMOUNT
008100                                PIC 9(07).
008200     05  RTN-NEW-ROUTING        PIC X(09).
008300     05  RTN-NEW-ACCOUNT        PIC X(17).
008400     05  RTN-NEW-TYPE           PIC X(01).
008500     05  FILLER                 PIC X(11).
008600
008700 FD  PaymentFile.
008800 01  PaymentRecord.
008900     05  PaymentRecordType      PIC X(01).
009000     05  FILLER                 PIC X(79).
009100
009200 FD  BankMasterFile.
009300     COPY BANKREC.
009400
009500 FD  Employee1File.
009600     COPY EMP1REC.
009700*
009800*    RETURN LOG - ONE RECORD APPENDED FOR EVERY ENTRY ACTED
009900*    ON, KEYED IN EFFECT ON THE RUN DATE AND SOURCE OF THE
010000*    PAYMENT FILE IT ANSWERS, THE EMPLOYEEID AND THE ENTRY
010100*    TYPE.  AN ENTRY ALREADY ON THE LOG IS NEVER ACTED ON
010150*    AGAIN.  THE SOURCE IS SPACE ON ENTRIES LOGGED BEFORE IT
010160*    WAS RECORDED.
010200*
010300 FD  ReturnLogFile.
010400 01  ReturnLogRecord.
010500     05  BLOG-PAY-RUN-DATE      PIC 9(08).
010600     05  BLOG-EMPLOYEE-ID       PIC 9(05).
010700     05  BLOG-ENTRY-TYPE        PIC X(01).
010800     05  BLOG-REASON-CODE       PIC X(03).
010900     05  BLOG-PERIOD            PIC 9(06).
011000     05  BLOG-RUN-DATE          PIC 9(08).
011100     05  BLOG-RUN-TIME          PIC 9(08).
011200     05  BLOG-AMOUNT            PIC 9(07).
011300     05  BLOG-RESULT            PIC X(30).
011350     05  BLOG-PAY-SOURCE        PIC X(01).
011400     05  FILLER                 PIC X(03).
011500
011600 FD  ListingFile.
011700 01  ListingRecord          PIC X(80).
011800
011900 FD  ReissueFile.
012000 01  ReissueRecord          PIC X(80).
012100
012200 FD  AuditFile.
012300     COPY AUDITREC.
012400
012500 WORKING-STORAGE SECTION.
012600*
012700*    FILE STATUS, END-OF-FILE SWITCHES AND RECORD COUNTERS
012800*
012900 77  WS-RTN-STATUS-CODE     PIC XX.
013000 77  WS-PAY-STATUS-CODE     PIC XX.
013100 77  WS-BANK-STATUS-CODE    PIC XX.
013200 77  WS-EMP1-STATUS-CODE    PIC XX.
013300 77  WS-LOG-STATUS-CODE     PIC XX.
013400 77  WS-AUD-STATUS-CODE     PIC XX.
013500 77  WS-EOF-RETURNS         PIC X VALUE 'N'.
013600     88  EOF-RETURNS                 VALUE 'Y'.
013700 77  WS-EOF-PAYMENT         PIC X VALUE 'N'.
013800     88  EOF-PAYMENT                 VALUE 'Y'.
013900 77  WS-EOF-LOG             PIC X VALUE 'N'.
014000     88  EOF-LOG                     VALUE 'Y'.
014100 77  WS-PMT-FOUND           PIC X VALUE 'N'.
014200 77  WS-BANK-FOUND          PIC X VALUE 'N'.
014300 77  WS-LOG-FOUND           PIC X VALUE 'N'.
014400 77  WS-COUNT-READ          PIC 9(07) COMP VALUE ZERO.
014500 77  WS-COUNT-RETURNS       PIC 9(07) COMP VALUE ZERO.
014600 77  WS-COUNT-NOCS          PIC 9(07) COMP VALUE ZERO.
014700 77  WS-COUNT-MARKED        PIC 9(07) COMP VALUE ZERO.
014800 77  WS-COUNT-APPLIED       PIC 9(07) COMP VALUE ZERO.
014900 77  WS-COUNT-DONE-BEFORE   PIC 9(07) COMP VALUE ZERO.
015000 77  WS-COUNT-EXCEPTIONS    PIC 9(07) COMP VALUE ZERO.
015100 77  WS-COUNT-REISSUE       PIC 9(07) COMP VALUE ZERO.
015200 77  WS-TOTAL-REISSUE       PIC 9(11) COMP-3 VALUE ZERO.
015300*
015400*    RUN DATE AND TIME, AND THE PAYMENT FILE THE RETURNS
015500*    ANSWER - ITS HEADER RUN DATE AND PERIOD, AND THE DETAIL
015600*    COUNT ITS TRAILER SAYS WAS SENT
015700*
015800 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
015900 77  WS-RUN-TIME            PIC 9(08) VALUE ZERO.
016000 77  WS-PAY-HDR-FOUND       PIC X VALUE 'N'.
016100 77  WS-PAY-TRL-FOUND       PIC X VALUE 'N'.
016200 77  WS-PAY-RUN-DATE        PIC 9(08) VALUE ZERO.
016300 77  WS-PAY-PERIOD          PIC 9(06) VALUE ZERO.
016350 77  WS-PAY-SOURCE          PIC X(01) VALUE SPACE.
016400 77  WS-PAY-TRL-COUNT       PIC 9(07) VALUE ZERO.
016500*
016600*    PAYMENT TABLE - ONE ENTRY PER PAYMENT DETAIL ON THE
016700*    PAYFILE GENERATION, SORTED INTO EMPLOYEEID ORDER ONCE
016800*    LOADED.  THE RETURN SWITCH STOPS A SECOND RETURN FOR THE
016900*    SAME PAYMENT IN ONE FILE BEING RE-ISSUED TWICE.
017000*
017100 77  WS-PMT-MAX             PIC 9(05) COMP VALUE 50000.
017200 77  WS-PMT-COUNT           PIC 9(05) COMP VALUE ZERO.
017300
017400 01  TB-PMT-TABLE.
017500     05  TB-PMT-ENTRY OCCURS 1 TO 50000 TIMES
017600             DEPENDING ON WS-PMT-COUNT
017700             ASCENDING KEY IS TB-PMT-ID
017800             INDEXED BY TB-PMT-IDX.
017900         10  TB-PMT-ID           PIC 9(05).
018000         10  TB-PMT-ROUTING      PIC X(09).
018100         10  TB-PMT-ACCOUNT      PIC X(17).
018200         10  TB-PMT-NET          PIC 9(07).
018300         10  TB-PMT-RETURN-SW    PIC X(01).
018400*
018500*    RETURN LOG TABLE - THE ENTRIES EARLIER RUNS ACTED ON,
018600*    SORTED ONCE LOADED AND SEARCHED BY KEY
018700*
018800 77  WS-LOG-MAX             PIC 9(05) COMP VALUE 50000.
018900 77  WS-LOG-COUNT           PIC 9(05) COMP VALUE ZERO.
019000
019100 01  TB-LOG-TABLE.
019200     05  TB-LOG-ENTRY OCCURS 1 TO 50000 TIMES
019300             DEPENDING ON WS-LOG-COUNT
019400             ASCENDING KEY IS TB-LOG-KEY
019500             INDEXED BY TB-LOG-IDX.
019600         10  TB-LOG-KEY.
019700             15  TB-LOG-PAY-DATE     PIC 9(08).
019750             15  TB-LOG-SOURCE       PIC X(01).
019800             15  TB-LOG-ID           PIC 9(05).
019900             15  TB-LOG-TYPE         PIC X(01).
020000
020100 01  WS-LOG-KEY.
020200     05  WS-LOG-KEY-PAY-DATE    PIC 9(08).
020250     05  WS-LOG-KEY-SOURCE      PIC X(01).
020300     05  WS-LOG-KEY-ID          PIC 9(05).
020400     05  WS-LOG-KEY-TYPE        PIC X(01).
020500*
020600*    ONE ENTRY'S WORK AREAS.  THE ENTRY SWITCH SAYS WHETHER
020700*    THE ENTRY IS TO BE ACTED ON (G), WAS ACTED ON BY AN
020800*    EARLIER RUN OR EARLIER IN THIS FILE (D), OR CANNOT BE
020900*    ACTED ON AND IS LEFT FOR PAYROLL TO FOLLOW UP (E).
021000*
021100 77  WS-ENTRY-SW            PIC X(01) VALUE SPACE.
021200     88  ENTRY-GOOD                  VALUE 'G'.
021300     88  ENTRY-DONE-BEFORE           VALUE 'D'.
021400     88  ENTRY-IN-ERROR              VALUE 'E'.
021500 77  WS-ENTRY-ID            PIC 9(05) VALUE ZERO.
021600 77  WS-ENTRY-NAME          PIC X(30) VALUE SPACES.
021700 77  WS-ENTRY-AMOUNT        PIC 9(07) VALUE ZERO.
021800 77  WS-ENTRY-RESULT        PIC X(30) VALUE SPACES.
021900 77  WS-REISSUE-NOTE        PIC X(20) VALUE SPACES.
022000 77  WS-NOC-PRINT           PIC X VALUE 'N'.
022100*
022200*    PAYMENT FILE RECORD LAYOUTS - THE PAYFILE LAYOUT THE
022300*    PAYMENT RUNS SEND THE BANK
022400*
022500     COPY PAYFREC.
022600*
022700*    LISTING LINE LAYOUTS
022800*
022900 01  WS-HEADING-LINE.
023000     05  WS-HEADING-TEXT        PIC X(60).
023100     05  FILLER                 PIC X(20) VALUE SPACES.
023200
023300 01  WS-RUN-LINE.
023400     05  FILLER                 PIC X(09) VALUE 'RUN DATE '.
023500     05  WS-RUN-LINE-DATE       PIC 9(08).
023600     05  FILLER                 PIC X(17) VALUE
023700                                    '  PAYMENT FILE OF'.
023800     05  FILLER                 PIC X(01) VALUE SPACES.
023900     05  WS-RUN-LINE-PAY-DATE   PIC 9(08).
024000     05  FILLER                 PIC X(09) VALUE '  PERIOD '.
024100     05  WS-RUN-LINE-PERIOD     PIC 9(06).
024150     05  FILLER                 PIC X(09) VALUE '  SOURCE '.
024160     05  WS-RUN-LINE-SOURCE     PIC X(01).
024200     05  FILLER                 PIC X(12) VALUE SPACES.
024300
024400 01  WS-DTL-COLHEAD-LINE.
024500     05  FILLER                 PIC X(07) VALUE 'EMPLID '.
024600     05  FILLER                 PIC X(03) VALUE 'T  '.
024700     05  FILLER                 PIC X(05) VALUE 'CODE '.
024800     05  FILLER                 PIC X(26) VALUE 'NAME'.
024900     05  FILLER                 PIC X(07) VALUE ' AMOUNT'.
025000     05  FILLER                 PIC X(02) VALUE SPACES.
025100     05  FILLER                 PIC X(30) VALUE 'RESULT'.
025200
025300 01  WS-DTL-LINE.
025400     05  WS-DTL-ID              PIC X(05).
025500     05  FILLER                 PIC X(02) VALUE SPACES.
025600     05  WS-DTL-TYPE            PIC X(01).
025700     05  FILLER                 PIC X(02) VALUE SPACES.
025800     05  WS-DTL-CODE            PIC X(03).
025900     05  FILLER                 PIC X(02) VALUE SPACES.
026000     05  WS-DTL-NAME            PIC X(25).
026100     05  FILLER                 PIC X(01) VALUE SPACES.
026200     05  WS-DTL-AMOUNT          PIC Z(06)9 BLANK WHEN ZERO.
026300     05  FILLER                 PIC X(02) VALUE SPACES.
026400     05  WS-DTL-RESULT          PIC X(30).
026500
026600 01  WS-NOC-LINE.
026700     05  FILLER                 PIC X(15) VALUE SPACES.
026800     05  FILLER                 PIC X(12) VALUE 'NEW ROUTING '.
026900     05  WS-NOC-ROUTING         PIC 9(09).
027000     05  FILLER                 PIC X(10) VALUE '  ACCOUNT '.
027100     05  WS-NOC-ACCOUNT         PIC X(17).
027200     05  FILLER                 PIC X(08) VALUE '  TYPE  '.
027300     05  WS-NOC-TYPE            PIC X(01).
027400     05  FILLER                 PIC X(08) VALUE SPACES.
027500
027600 01  WS-RIS-COLHEAD-LINE.
027700     05  FILLER                 PIC X(07) VALUE 'EMPLID '.
027800     05  FILLER                 PIC X(31) VALUE 'NAME'.
027900     05  FILLER                 PIC X(05) VALUE 'CODE '.
028000     05  FILLER                 PIC X(08) VALUE 'PERIOD  '.
028100     05  FILLER                 PIC X(09) VALUE ' AMOUNT  '.
028200     05  FILLER                 PIC X(20) VALUE 'NOTE'.
028300
028400 01  WS-RIS-LINE.
028500     05  WS-RIS-ID              PIC 9(05).
028600     05  FILLER                 PIC X(02) VALUE SPACES.
028700     05  WS-RIS-NAME            PIC X(30).
028800     05  FILLER                 PIC X(01) VALUE SPACES.
028900     05  WS-RIS-CODE            PIC X(03).
029000     05  FILLER                 PIC X(02) VALUE SPACES.
029100     05  WS-RIS-PERIOD          PIC 9(06).
029200     05  FILLER                 PIC X(02) VALUE SPACES.
029300     05  WS-RIS-AMOUNT          PIC Z(06)9.
029400     05  FILLER                 PIC X(02) VALUE SPACES.
029500     05  WS-RIS-NOTE            PIC X(20).
029600
029700 01  WS-TRAILER-LINE.
029800     05  WS-TRAILER-LABEL       PIC X(35).
029900     05  WS-TRAILER-VALUE       PIC Z(10)9.
030000     05  FILLER                 PIC X(34) VALUE SPACES.
030100
030200 PROCEDURE DIVISION.
030300*
030400*----------------------------------------------------------*
030500*    0000-MAINLINE                                         *
030600*----------------------------------------------------------*
030700*
030800 0000-MAINLINE.
030900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031000     PERFORM 2000-PROCESS-RETURNS THRU 2000-EXIT
031100     PERFORM 5000-PRINT-TRAILER THRU 5000-EXIT
031200     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
031300     PERFORM 9000-TERMINATE THRU 9000-EXIT
031400     STOP RUN.
031500*
031600*----------------------------------------------------------*
031700*    1000-INITIALIZE - OPEN THE FILES, LOAD THE PAYMENT    *
031800*    FILE THE RETURNS ANSWER AND THE ENTRIES EARLIER RUNS  *
031900*    HAVE ACTED ON, AND START THE LISTINGS.  A MISSING FILE*
032000*    OR AN INCOMPLETE PAYMENT FILE STOPS THE RUN WITH RC 16*
032100*    BEFORE BANKMAST IS TOUCHED.                           *
032200*----------------------------------------------------------*
032300*
032400 1000-INITIALIZE.
032500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
032600     ACCEPT WS-RUN-TIME FROM TIME
032700     OPEN INPUT ReturnFile
032800     IF WS-RTN-STATUS-CODE NOT = '00'
032900         DISPLAY 'BRTN0001E - BANKRTN RETURN FILE COULD NOT BE '
033000                 'OPENED, STATUS ' WS-RTN-STATUS-CODE
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF
033400     OPEN INPUT PaymentFile
033500     IF WS-PAY-STATUS-CODE NOT = '00'
033600         DISPLAY 'BRTN0002E - PAYFILE PAYMENT FILE COULD NOT BE '
033700                 'OPENED, STATUS ' WS-PAY-STATUS-CODE
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF
034100     OPEN I-O BankMasterFile
034200     IF WS-BANK-STATUS-CODE NOT = '00'
034300         DISPLAY 'BRTN0003E - BANKMAST BANK DETAIL MASTER '
034400                 'COULD NOT BE OPENED, STATUS '
034500                 WS-BANK-STATUS-CODE
034600         MOVE 16 TO RETURN-CODE
034700         STOP RUN
034800     END-IF
034900     OPEN INPUT Employee1File
035000     IF WS-EMP1-STATUS-CODE NOT = '00'
035100         DISPLAY 'BRTN0004E - EMPLOYEE1 MASTER COULD NOT BE '
035200                 'OPENED, STATUS ' WS-EMP1-STATUS-CODE
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF
035600     PERFORM 1100-LOAD-PAYMENT-FILE THRU 1100-EXIT
035700     PERFORM 1200-LOAD-RETURN-LOG THRU 1200-EXIT
035800     OPEN OUTPUT ListingFile
035900     OPEN OUTPUT ReissueFile
036000     OPEN EXTEND ReturnLogFile
036100     IF WS-LOG-STATUS-CODE = '35'
036200         OPEN OUTPUT ReturnLogFile
036300     END-IF
036400     OPEN EXTEND AuditFile
036500     IF WS-AUD-STATUS-CODE = '35'
036600         OPEN OUTPUT AuditFile
036700     END-IF
036800     MOVE WS-RUN-DATE     TO WS-RUN-LINE-DATE
036900     MOVE WS-PAY-RUN-DATE TO WS-RUN-LINE-PAY-DATE
037000     MOVE WS-PAY-PERIOD   TO WS-RUN-LINE-PERIOD
037050     MOVE WS-PAY-SOURCE   TO WS-RUN-LINE-SOURCE
037100     MOVE 'BANK RETURN AND NOTIFICATION OF CHANGE LISTING'
037200         TO WS-HEADING-TEXT
037300     WRITE ListingRecord FROM WS-HEADING-LINE
037400     WRITE ListingRecord FROM WS-RUN-LINE
037500     MOVE SPACES TO WS-HEADING-TEXT
037600     WRITE ListingRecord FROM WS-HEADING-LINE
037700     WRITE ListingRecord FROM WS-DTL-COLHEAD-LINE
037800     MOVE 'RETURNED PAYMENTS TO BE RE-ISSUED'
037900         TO WS-HEADING-TEXT
038000     WRITE ReissueRecord FROM WS-HEADING-LINE
038100     WRITE ReissueRecord FROM WS-RUN-LINE
038200     MOVE SPACES TO WS-HEADING-TEXT
038300     WRITE ReissueRecord FROM WS-HEADING-LINE
038400     WRITE ReissueRecord FROM WS-RIS-COLHEAD-LINE.
038500 1000-EXIT.
038600     EXIT.
038700*
038800*----------------------------------------------------------*
038900*    1100-LOAD-PAYMENT-FILE - READ THE PAYFILE GENERATION  *
039000*    THE RETURNS ANSWER INTO THE PAYMENT TABLE.  THE HEADER*
039100*    GIVES THE RUN DATE AND PERIOD THE ENTRIES ARE LOGGED  *
039200*    UNDER, AND THE TRAILER'S DETAIL COUNT MUST AGREE WITH *
039300*    THE DETAILS READ - A FILE WITHOUT BOTH IS NOT THE FILE*
039400*    THAT WENT TO THE BANK.                                *
039500*----------------------------------------------------------*
039600*
039700 1100-LOAD-PAYMENT-FILE.
039800     PERFORM 1110-READ-PAYMENT THRU 1110-EXIT
039900         UNTIL EOF-PAYMENT
040000     CLOSE PaymentFile
040100     IF WS-PAY-HDR-FOUND = 'N'
040200         DISPLAY 'BRTN0005E - PAYFILE HAS NO HEADER RECORD - '
040300                 'NO RETURNS PROCESSED'
040400         MOVE 16 TO RETURN-CODE
040500         STOP RUN
040600     END-IF
040700     IF WS-PAY-TRL-FOUND = 'N'
040800       OR WS-PAY-TRL-COUNT NOT = WS-PMT-COUNT
040900         DISPLAY 'BRTN0006E - PAYFILE TRAILER MISSING OR ITS '
041000                 'COUNT ' WS-PAY-TRL-COUNT ' DISAGREES WITH '
041100                 WS-PMT-COUNT ' DETAILS - NO RETURNS PROCESSED'
041200         MOVE 16 TO RETURN-CODE
041300         STOP RUN
041400     END-IF
041500     IF WS-PMT-COUNT > ZERO
041600         SORT TB-PMT-ENTRY ON ASCENDING KEY TB-PMT-ID
041700     END-IF.
041800 1100-EXIT.
041900     EXIT.
042000
042100 1110-READ-PAYMENT.
042200     READ PaymentFile
042300         AT END
042400             MOVE 'Y' TO WS-EOF-PAYMENT
042500             GO TO 1110-EXIT
042600     END-READ
042700     EVALUATE PaymentRecordType
042800         WHEN 'H'
042900             MOVE PaymentRecord    TO PAY-HEADER-RECORD
043000             MOVE PAY-HDR-RUN-DATE TO WS-PAY-RUN-DATE
043100             MOVE PAY-HDR-PERIOD   TO WS-PAY-PERIOD
043150             MOVE PAY-HDR-SOURCE   TO WS-PAY-SOURCE
043200             MOVE 'Y'              TO WS-PAY-HDR-FOUND
043300         WHEN 'D'
043400             PERFORM 1120-ADD-PAYMENT THRU 1120-EXIT
043500         WHEN 'T'
043600             MOVE PaymentRecord        TO PAY-TRAILER-RECORD
043700             MOVE PAY-TRL-DETAIL-COUNT TO WS-PAY-TRL-COUNT
043800             MOVE 'Y'                  TO WS-PAY-TRL-FOUND
043900     END-EVALUATE.
044000 1110-EXIT.
044100     EXIT.
044200
044300 1120-ADD-PAYMENT.
044400     IF WS-PMT-COUNT NOT < WS-PMT-MAX
044500         DISPLAY 'BRTN0007E - PAYMENT TABLE FULL - NO RETURNS '
044600                 'PROCESSED'
044700         MOVE 16 TO RETURN-CODE
044800         STOP RUN
044900     END-IF
045000     MOVE PaymentRecord TO PAY-DETAIL-RECORD
045100     ADD 1 TO WS-PMT-COUNT
045200     MOVE PAY-DTL-EMPLOYEE-ID TO TB-PMT-ID(WS-PMT-COUNT)
045300     MOVE PAY-DTL-ROUTING     TO TB-PMT-ROUTING(WS-PMT-COUNT)
045400     MOVE PAY-DTL-ACCOUNT     TO TB-PMT-ACCOUNT(WS-PMT-COUNT)
045500     MOVE PAY-DTL-NET-PAY     TO TB-PMT-NET(WS-PMT-COUNT)
045600     MOVE 'N'                 TO TB-PMT-RETURN-SW(WS-PMT-COUNT).
045700 1120-EXIT.
045800     EXIT.
045900*
046000*    NO BRTNLOG YET (STATUS 35) MEANS NO RETURN FILE HAS EVER
046100*    BEEN PROCESSED.  THE TABLE IS SORTED ONCE IT IS LOADED.
046200*
046300 1200-LOAD-RETURN-LOG.
046400     OPEN INPUT ReturnLogFile
046500     IF WS-LOG-STATUS-CODE = '35'
046600         GO TO 1200-EXIT
046700     END-IF
046800     IF WS-LOG-STATUS-CODE NOT = '00'
046900         DISPLAY 'BRTN0008E - BRTNLOG RETURN LOG COULD NOT BE '
047000                 'OPENED, STATUS ' WS-LOG-STATUS-CODE
047100         MOVE 16 TO RETURN-CODE
047200         STOP RUN
047300     END-IF
047400     PERFORM 1210-READ-LOG-RECORD THRU 1210-EXIT
047500         UNTIL EOF-LOG
047600     CLOSE ReturnLogFile
047700     IF WS-LOG-COUNT > ZERO
047800         SORT TB-LOG-ENTRY ON ASCENDING KEY TB-LOG-KEY
047900     END-IF.
048000 1200-EXIT.
048100     EXIT.
048200
048300 1210-READ-LOG-RECORD.
048400     READ ReturnLogFile
048500         AT END
048600             MOVE 'Y' TO WS-EOF-LOG
048700             GO TO 1210-EXIT
048800     END-READ
048900     IF WS-LOG-COUNT NOT < WS-LOG-MAX
049000         DISPLAY 'BRTN0009E - RETURN LOG TABLE FULL - NO '
049100                 'RETURNS PROCESSED'
049200         MOVE 16 TO RETURN-CODE
049300         STOP RUN
049400     END-IF
049500     ADD 1 TO WS-LOG-COUNT
049600     MOVE BLOG-PAY-RUN-DATE TO TB-LOG-PAY-DATE(WS-LOG-COUNT)
049650     MOVE BLOG-PAY-SOURCE   TO TB-LOG-SOURCE(WS-LOG-COUNT)
049700     MOVE BLOG-EMPLOYEE-ID  TO TB-LOG-ID(WS-LOG-COUNT)
049800     MOVE BLOG-ENTRY-TYPE   TO TB-LOG-TYPE(WS-LOG-COUNT).
049900 1210-EXIT.
050000     EXIT.
050100*
050200*----------------------------------------------------------*
050300*    2000-PROCESS-RETURNS - PRIME THE READ, THEN WORK THE  *
050400*    RETURN FILE ONE ENTRY AT A TIME IN THE ORDER THE BANK *
050500*    SENT IT                                               *
050600*----------------------------------------------------------*
050700*
050800 2000-PROCESS-RETURNS.
050900     PERFORM 2010-READ-RETURN THRU 2010-EXIT
051000     PERFORM 3000-PROCESS-ENTRY THRU 3000-EXIT
051100         UNTIL EOF-RETURNS.
051200 2000-EXIT.
051300     EXIT.
051400
051500 2010-READ-RETURN.
051600     READ ReturnFile
051700         AT END
051800             MOVE 'Y' TO WS-EOF-RETURNS
051900         NOT AT END
052000             ADD 1 TO WS-COUNT-READ
052100     END-READ.
052200 2010-EXIT.
052300     EXIT.
052400*
052500*----------------------------------------------------------*
052600*    3000-PROCESS-ENTRY - EDIT THE ENTRY AND MATCH IT, ACT *
052700*    ON IT IF IT PASSES, LIST IT EITHER WAY AND READ THE   *
052800*    NEXT ONE                                              *
052900*----------------------------------------------------------*
053000*
053100 3000-PROCESS-ENTRY.
053200     MOVE SPACES TO WS-ENTRY-RESULT
053300     MOVE SPACES TO WS-ENTRY-NAME
053400     MOVE ZERO   TO WS-ENTRY-AMOUNT
053500     MOVE 'N'    TO WS-NOC-PRINT
053600     PERFORM 3100-EDIT-ENTRY THRU 3100-EXIT
053700     IF ENTRY-GOOD
053800         IF RTN-RETURN
053900             PERFORM 3200-APPLY-RETURN THRU 3200-EXIT
054000         ELSE
054100             PERFORM 3300-APPLY-NOC THRU 3300-EXIT
054200         END-IF
054300     END-IF
054400     IF ENTRY-IN-ERROR
054500         ADD 1 TO WS-COUNT-EXCEPTIONS
054600     END-IF
054700     IF ENTRY-DONE-BEFORE
054800         ADD 1 TO WS-COUNT-DONE-BEFORE
054900     END-IF
055000     PERFORM 3500-PRINT-ENTRY THRU 3500-EXIT
055100     PERFORM 2010-READ-RETURN THRU 2010-EXIT.
055200 3000-EXIT.
055300     EXIT.
055400*
055500*----------------------------------------------------------*
055600*    3100-EDIT-ENTRY - AN ENTRY IS ACTED ON ONLY WHEN IT   *
055700*    ANSWERS A PAYMENT ON THE PAYMENT FILE - SAME          *
055800*    EMPLOYEE, SAME ROUTING AND ACCOUNT AND, FOR A RETURN, *
055900*    THE AMOUNT PAID - AND HAS NOT BEEN ACTED ON BEFORE.   *
056000*    AN NOC MUST ALSO FIND BANKMAST STILL HOLDING THE      *
056100*    ACCOUNT PAID, SO A CORRECTION TO DETAILS ALREADY      *
056200*    REPLACED IS NOT APPLIED OVER THE NEW ONES, AND MUST   *
056300*    CARRY A VALID CORRECTION.                             *
056400*----------------------------------------------------------*
056500*
056600 3100-EDIT-ENTRY.
056700     MOVE 'E' TO WS-ENTRY-SW
056800     IF NOT RTN-RETURN AND NOT RTN-NOC
056900         MOVE 'UNKNOWN ENTRY TYPE' TO WS-ENTRY-RESULT
057000         GO TO 3100-EXIT
057100     END-IF
057200     IF RTN-RETURN
057300         ADD 1 TO WS-COUNT-RETURNS
057400     ELSE
057500         ADD 1 TO WS-COUNT-NOCS
057600     END-IF
057700     IF RTN-EMPLOYEE-ID NOT NUMERIC
057800         MOVE 'EMPLOYEEID NOT NUMERIC' TO WS-ENTRY-RESULT
057900         GO TO 3100-EXIT
058000     END-IF
058100     MOVE RTN-EMPLOYEE-ID TO WS-ENTRY-ID
058200     PERFORM 3110-FIND-EMPLOYEE-NAME THRU 3110-EXIT
058300     IF RTN-RETURN
058400         IF RTN-AMOUNT NOT NUMERIC
058500             MOVE 'RETURN AMOUNT NOT NUMERIC' TO WS-ENTRY-RESULT
058600             GO TO 3100-EXIT
058700         END-IF
058800         MOVE RTN-AMOUNT-NUM TO WS-ENTRY-AMOUNT
058900     END-IF
059000     MOVE 'N' TO WS-PMT-FOUND
059100     IF WS-PMT-COUNT > ZERO
059200         SEARCH ALL TB-PMT-ENTRY
059300             WHEN TB-PMT-ID(TB-PMT-IDX) = WS-ENTRY-ID
059400                 MOVE 'Y' TO WS-PMT-FOUND
059500         END-SEARCH
059600     END-IF
059700     IF WS-PMT-FOUND = 'N'
059800         MOVE 'NOT ON THE PAYMENT FILE' TO WS-ENTRY-RESULT
059900         GO TO 3100-EXIT
060000     END-IF
060100     IF TB-PMT-ROUTING(TB-PMT-IDX) NOT = RTN-ORIG-ROUTING
060200       OR TB-PMT-ACCOUNT(TB-PMT-IDX) NOT = RTN-ORIG-ACCOUNT
060300         MOVE 'NOT THE ACCOUNT PAID' TO WS-ENTRY-RESULT
060400         GO TO 3100-EXIT
060500     END-IF
060600     IF RTN-RETURN
060700       AND WS-ENTRY-AMOUNT NOT = TB-PMT-NET(TB-PMT-IDX)
060800         MOVE 'RETURN AMOUNT NOT AS PAID' TO WS-ENTRY-RESULT
060900         GO TO 3100-EXIT
061000     END-IF
061100     MOVE WS-PAY-RUN-DATE TO WS-LOG-KEY-PAY-DATE
061150     MOVE WS-PAY-SOURCE   TO WS-LOG-KEY-SOURCE
061200     MOVE WS-ENTRY-ID     TO WS-LOG-KEY-ID
061300     MOVE RTN-ENTRY-TYPE  TO WS-LOG-KEY-TYPE
061400     MOVE 'N' TO WS-LOG-FOUND
061500     PERFORM 3150-SEARCH-LOG THRU 3150-EXIT
061550     IF WS-LOG-FOUND = 'N'
061560       AND WS-PAY-SOURCE NOT = SPACE
061570         MOVE SPACE TO WS-LOG-KEY-SOURCE
061580         PERFORM 3150-SEARCH-LOG THRU 3150-EXIT
062000     END-IF
062100     IF WS-LOG-FOUND = 'Y'
062200         MOVE 'D' TO WS-ENTRY-SW
062300         MOVE 'ALREADY PROCESSED' TO WS-ENTRY-RESULT
062400         GO TO 3100-EXIT
062500     END-IF
062600     IF RTN-RETURN
062700       AND TB-PMT-RETURN-SW(TB-PMT-IDX) = 'Y'
062800         MOVE 'D' TO WS-ENTRY-SW
062900         MOVE 'RETURNED TWICE IN THIS FILE' TO WS-ENTRY-RESULT
063000         GO TO 3100-EXIT
063100     END-IF
063200     MOVE 'N' TO WS-BANK-FOUND
063300     MOVE WS-ENTRY-ID TO BankEmployeeID
063400     READ BankMasterFile
063500         INVALID KEY
063600             MOVE 'N' TO WS-BANK-FOUND
063700         NOT INVALID KEY
063800             MOVE 'Y' TO WS-BANK-FOUND
063900     END-READ
064000     IF RTN-NOC
064100         PERFORM 3120-EDIT-CORRECTION THRU 3120-EXIT
064200         IF WS-ENTRY-RESULT NOT = SPACES
064300             GO TO 3100-EXIT
064400         END-IF
064500     END-IF
064600     MOVE 'G' TO WS-ENTRY-SW.
064700 3100-EXIT.
064800     EXIT.
064900
065000 3110-FIND-EMPLOYEE-NAME.
065100     MOVE WS-ENTRY-ID TO EmployeeID1
065200     READ Employee1File
065300         INVALID KEY
065400             MOVE '*** NOT ON EMPLOYEE1 ***' TO WS-ENTRY-NAME
065500         NOT INVALID KEY
065600             MOVE EmployeeName1 TO WS-ENTRY-NAME
065700     END-READ.
065800 3110-EXIT.
065900     EXIT.
066000
066100 3120-EDIT-CORRECTION.
066200     IF WS-BANK-FOUND = 'N'
066300         MOVE 'NO BANK RECORD ON FILE' TO WS-ENTRY-RESULT
066400         GO TO 3120-EXIT
066500     END-IF
066600     IF BankRoutingNumber NOT = RTN-ORIG-ROUTING
066700       OR BankAccountNumber NOT = RTN-ORIG-ACCOUNT
066800         MOVE 'BANK DETAILS CHANGED SINCE' TO WS-ENTRY-RESULT
066900         GO TO 3120-EXIT
067000     END-IF
067100     IF RTN-NEW-ROUTING = SPACES
067200       AND RTN-NEW-ACCOUNT = SPACES
067300       AND RTN-NEW-TYPE = SPACE
067400         MOVE 'NO CORRECTION GIVEN' TO WS-ENTRY-RESULT
067500         GO TO 3120-EXIT
067600     END-IF
067700     IF RTN-NEW-ROUTING NOT = SPACES
067800       AND RTN-NEW-ROUTING NOT NUMERIC
067900         MOVE 'CORRECTED ROUTING NOT NUMERIC' TO WS-ENTRY-RESULT
068000         GO TO 3120-EXIT
068100     END-IF
068200     IF RTN-NEW-TYPE NOT = SPACE
068300       AND RTN-NEW-TYPE NOT = 'C' AND 'S'
068400         MOVE 'CORRECTED TYPE NOT C OR S' TO WS-ENTRY-RESULT
068500     END-IF.
068600 3120-EXIT.
068700     EXIT.
068706*
068712*    THE LOG IS ONLY SEARCHED ONCE IT HAS ANYTHING IN IT.  THE
068718*    CALLER SETS THE KEY AND CLEARS WS-LOG-FOUND.
068724*
068730 3150-SEARCH-LOG.
068736     IF WS-LOG-COUNT > ZERO
068742         SEARCH ALL TB-LOG-ENTRY
068748             WHEN TB-LOG-KEY(TB-LOG-IDX) = WS-LOG-KEY
068754                 MOVE 'Y' TO WS-LOG-FOUND
068760         END-SEARCH
068766     END-IF.
068772 3150-EXIT.
068778     EXIT.
068800*
068900*----------------------------------------------------------*
069000*    3200-APPLY-RETURN - THE MONEY HAS COME BACK, SO THE   *
069100*    EMPLOYEE GOES ON THE RE-ISSUE LIST.  WHEN BANKMAST    *
069200*    STILL HOLDS THE ACCOUNT PAID IT IS MARKED RETURNED    *
069300*    WITH THE BANK'S REASON CODE, AND EVERY PAYMENT RUN    *
069400*    HOLDS THE EMPLOYEE UNTIL NEW DETAILS ARE KEYED.       *
069500*    DETAILS ALREADY REPLACED SINCE THE PAYMENT ARE LEFT   *
069600*    ALONE.  A FAILED REWRITE LEAVES THE ENTRY UNLOGGED AND*
069700*    OFF THE RE-ISSUE LIST SO A RERUN PICKS IT UP.         *
069800*----------------------------------------------------------*
069900*
070000 3200-APPLY-RETURN.
070100     IF WS-BANK-FOUND = 'N'
070200         MOVE 'RE-ISSUE - NO BANK RECORD' TO WS-ENTRY-RESULT
070300         MOVE 'NO BANK RECORD'            TO WS-REISSUE-NOTE
070400         GO TO 3200-REISSUE
070500     END-IF
070600     IF BankRoutingNumber NOT = RTN-ORIG-ROUTING
070700       OR BankAccountNumber NOT = RTN-ORIG-ACCOUNT
070800         MOVE 'RE-ISSUE - DETAILS CHANGED' TO WS-ENTRY-RESULT
070900         MOVE 'NEW DETAILS ON FILE'        TO WS-REISSUE-NOTE
071000         GO TO 3200-REISSUE
071100     END-IF
071200     IF BANK-ACCOUNT-RETURNED
071300         MOVE 'RE-ISSUE - ALREADY RETURNED' TO WS-ENTRY-RESULT
071400         MOVE 'AWAITING NEW DETAILS'        TO WS-REISSUE-NOTE
071500         GO TO 3200-REISSUE
071600     END-IF
071700     MOVE 'R'             TO BankAccountStatus
071800     MOVE RTN-REASON-CODE TO BankReturnCode
071900     MOVE WS-RUN-DATE     TO BankReturnDate
072000     REWRITE BankRecord
072100         INVALID KEY
072200             DISPLAY 'BRTN0010E - BANKMAST UPDATE FAILED FOR '
072300                     'EMPLOYEEID ' WS-ENTRY-ID ', STATUS '
072400                     WS-BANK-STATUS-CODE
072500             MOVE 16 TO RETURN-CODE
072600             MOVE 'E' TO WS-ENTRY-SW
072700             MOVE 'BANKMAST UPDATE FAILED' TO WS-ENTRY-RESULT
072800             GO TO 3200-EXIT
072900     END-REWRITE
073000     ADD 1 TO WS-COUNT-MARKED
073100     MOVE 'RE-ISSUE - ACCOUNT RETURNED' TO WS-ENTRY-RESULT
073200     MOVE 'AWAITING NEW DETAILS'        TO WS-REISSUE-NOTE.
073300 3200-REISSUE.
073400     MOVE 'Y' TO TB-PMT-RETURN-SW(TB-PMT-IDX)
073500     PERFORM 3400-WRITE-REISSUE THRU 3400-EXIT
073600     PERFORM 3600-WRITE-LOG THRU 3600-EXIT.
073700 3200-EXIT.
073800     EXIT.
073900*
074000*----------------------------------------------------------*
074100*    3300-APPLY-NOC - APPLY THE BANK'S CORRECTED ROUTING   *
074200*    NUMBER, ACCOUNT NUMBER AND ACCOUNT TYPE, EACH ONLY    *
074300*    WHERE THE BANK GAVE ONE.  THE CORRECTED ACCOUNT STARTS*
074400*    OVER WITH A PRENOTE, AND AN ACCOUNT MARKED RETURNED IS*
074500*    ACTIVE AGAIN NOW THE BANK HAS SAID WHERE TO PAY.      *
074600*----------------------------------------------------------*
074700*
074800 3300-APPLY-NOC.
074900     IF RTN-NEW-ROUTING NOT = SPACES
075000         MOVE RTN-NEW-ROUTING TO BankRoutingNumber
075100     END-IF
075200     IF RTN-NEW-ACCOUNT NOT = SPACES
075300         MOVE RTN-NEW-ACCOUNT TO BankAccountNumber
075400     END-IF
075500     IF RTN-NEW-TYPE NOT = SPACE
075600         MOVE RTN-NEW-TYPE TO BankAccountType
075700     END-IF
075800     MOVE 'Y'    TO BankPrenoteFlag
075900     MOVE 'A'    TO BankAccountStatus
076000     MOVE SPACES TO BankReturnCode
076100     MOVE ZERO   TO BankReturnDate
076200     REWRITE BankRecord
076300         INVALID KEY
076400             DISPLAY 'BRTN0010E - BANKMAST UPDATE FAILED FOR '
076500                     'EMPLOYEEID ' WS-ENTRY-ID ', STATUS '
076600                     WS-BANK-STATUS-CODE
076700             MOVE 16 TO RETURN-CODE
076800             MOVE 'E' TO WS-ENTRY-SW
076900             MOVE 'BANKMAST UPDATE FAILED' TO WS-ENTRY-RESULT
077000             GO TO 3300-EXIT
077100     END-REWRITE
077200     ADD 1 TO WS-COUNT-APPLIED
077300     MOVE 'CORRECTION APPLIED, PRENOTE' TO WS-ENTRY-RESULT
077400     MOVE 'Y' TO WS-NOC-PRINT
077500     PERFORM 3600-WRITE-LOG THRU 3600-EXIT.
077600 3300-EXIT.
077700     EXIT.
077800*
077900*----------------------------------------------------------*
078000*    3400-WRITE-REISSUE - ONE LINE ON THE RE-ISSUE LIST,   *
078100*    WITH THE AMOUNT THAT CAME BACK                        *
078200*----------------------------------------------------------*
078300*
078400 3400-WRITE-REISSUE.
078500     MOVE WS-ENTRY-ID     TO WS-RIS-ID
078600     MOVE WS-ENTRY-NAME   TO WS-RIS-NAME
078700     MOVE RTN-REASON-CODE TO WS-RIS-CODE
078800     MOVE WS-PAY-PERIOD   TO WS-RIS-PERIOD
078900     MOVE WS-ENTRY-AMOUNT TO WS-RIS-AMOUNT
079000     MOVE WS-REISSUE-NOTE TO WS-RIS-NOTE
079100     WRITE ReissueRecord FROM WS-RIS-LINE
079200     ADD 1 TO WS-COUNT-REISSUE
079300     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-REISSUE.
079400 3400-EXIT.
079500     EXIT.
079600
079700 3500-PRINT-ENTRY.
079800     MOVE RTN-EMPLOYEE-ID TO WS-DTL-ID
079900     MOVE RTN-ENTRY-TYPE  TO WS-DTL-TYPE
080000     MOVE RTN-REASON-CODE TO WS-DTL-CODE
080100     MOVE WS-ENTRY-NAME   TO WS-DTL-NAME
080200     MOVE WS-ENTRY-AMOUNT TO WS-DTL-AMOUNT
080300     MOVE WS-ENTRY-RESULT TO WS-DTL-RESULT
080400     WRITE ListingRecord FROM WS-DTL-LINE
080500     IF WS-NOC-PRINT = 'Y'
080600         MOVE BankRoutingNumber TO WS-NOC-ROUTING
080700         MOVE BankAccountNumber TO WS-NOC-ACCOUNT
080800         MOVE BankAccountType   TO WS-NOC-TYPE
080900         WRITE ListingRecord FROM WS-NOC-LINE
081000     END-IF.
081100 3500-EXIT.
081200     EXIT.
081300
081400 3600-WRITE-LOG.
081500     MOVE SPACES          TO ReturnLogRecord
081600     MOVE WS-PAY-RUN-DATE TO BLOG-PAY-RUN-DATE
081650     MOVE WS-PAY-SOURCE   TO BLOG-PAY-SOURCE
081700     MOVE WS-ENTRY-ID     TO BLOG-EMPLOYEE-ID
081800     MOVE RTN-ENTRY-TYPE  TO BLOG-ENTRY-TYPE
081900     MOVE RTN-REASON-CODE TO BLOG-REASON-CODE
082000     MOVE WS-PAY-PERIOD   TO BLOG-PERIOD
082100     MOVE WS-RUN-DATE     TO BLOG-RUN-DATE
082200     MOVE WS-RUN-TIME     TO BLOG-RUN-TIME
082300     MOVE WS-ENTRY-AMOUNT TO BLOG-AMOUNT
082400     MOVE WS-ENTRY-RESULT TO BLOG-RESULT
082500     WRITE ReturnLogRecord.
082600 3600-EXIT.
082700     EXIT.
082800*
082900*----------------------------------------------------------*
083000*    5000-PRINT-TRAILER - THE LISTING AND RE-ISSUE LIST    *
083100*    CONTROL TOTALS.  AN ENTRY THAT COULD NOT BE ACTED ON, *
083200*    OR ONE ALREADY ACTED ON BEFORE, ENDS THE STEP RC 4 FOR*
083300*    PAYROLL TO FOLLOW UP.                                 *
083400*----------------------------------------------------------*
083500*
083600 5000-PRINT-TRAILER.
083700     MOVE SPACES TO WS-HEADING-TEXT
083800     WRITE ListingRecord FROM WS-HEADING-LINE
083900     MOVE 'RETURN FILE ENTRIES READ'       TO WS-TRAILER-LABEL
084000     MOVE WS-COUNT-READ                    TO WS-TRAILER-VALUE
084100     WRITE ListingRecord FROM WS-TRAILER-LINE
084200     MOVE 'RETURNS'                        TO WS-TRAILER-LABEL
084300     MOVE WS-COUNT-RETURNS                 TO WS-TRAILER-VALUE
084400     WRITE ListingRecord FROM WS-TRAILER-LINE
084500     MOVE 'NOTIFICATIONS OF CHANGE'        TO WS-TRAILER-LABEL
084600     MOVE WS-COUNT-NOCS                    TO WS-TRAILER-VALUE
084700     WRITE ListingRecord FROM WS-TRAILER-LINE
084800     MOVE 'ACCOUNTS MARKED RETURNED'       TO WS-TRAILER-LABEL
084900     MOVE WS-COUNT-MARKED                  TO WS-TRAILER-VALUE
085000     WRITE ListingRecord FROM WS-TRAILER-LINE
085100     MOVE 'CORRECTIONS APPLIED'            TO WS-TRAILER-LABEL
085200     MOVE WS-COUNT-APPLIED                 TO WS-TRAILER-VALUE
085300     WRITE ListingRecord FROM WS-TRAILER-LINE
085400     MOVE 'PAYMENTS TO RE-ISSUE'           TO WS-TRAILER-LABEL
085500     MOVE WS-COUNT-REISSUE                 TO WS-TRAILER-VALUE
085600     WRITE ListingRecord FROM WS-TRAILER-LINE
085700     MOVE 'ALREADY PROCESSED'              TO WS-TRAILER-LABEL
085800     MOVE WS-COUNT-DONE-BEFORE             TO WS-TRAILER-VALUE
085900     WRITE ListingRecord FROM WS-TRAILER-LINE
086000     MOVE 'ENTRIES NOT ACTED ON'           TO WS-TRAILER-LABEL
086100     MOVE WS-COUNT-EXCEPTIONS              TO WS-TRAILER-VALUE
086200     WRITE ListingRecord FROM WS-TRAILER-LINE
086300     MOVE SPACES TO WS-HEADING-TEXT
086400     WRITE ReissueRecord FROM WS-HEADING-LINE
086500     MOVE 'PAYMENTS TO RE-ISSUE'           TO WS-TRAILER-LABEL
086600     MOVE WS-COUNT-REISSUE                 TO WS-TRAILER-VALUE
086700     WRITE ReissueRecord FROM WS-TRAILER-LINE
086800     MOVE 'TOTAL TO RE-ISSUE'              TO WS-TRAILER-LABEL
086900     MOVE WS-TOTAL-REISSUE                 TO WS-TRAILER-VALUE
087000     WRITE ReissueRecord FROM WS-TRAILER-LINE
087100     IF WS-COUNT-EXCEPTIONS > ZERO
087200       OR WS-COUNT-DONE-BEFORE > ZERO
087300         DISPLAY 'BRTN0011W - ' WS-COUNT-EXCEPTIONS
087400                 ' ENTRIES NOT ACTED ON, ' WS-COUNT-DONE-BEFORE
087500                 ' ALREADY PROCESSED - SEE BRTNLIST'
087600         IF RETURN-CODE < 4
087700             MOVE 4 TO RETURN-CODE
087800         END-IF
087900     END-IF.
088000 5000-EXIT.
088100     EXIT.
088200*
088300*----------------------------------------------------------*
088400*    7000-WRITE-AUDIT-RECORD - LOG THE RUN TO MERGEAUD AND *
088500*    SHOW THE CONTROL FIGURES ON THE JOB LOG               *
088600*----------------------------------------------------------*
088700*
088800 7000-WRITE-AUDIT-RECORD.
088900     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
089000     ACCEPT AUD-RUN-TIME FROM TIME
089100     MOVE 'BANKRTN'               TO AUD-PROGRAM-ID
089200     MOVE 'BANKRTN.DAT'           TO AUD-FILE1-NAME
089300     MOVE WS-COUNT-READ           TO AUD-FILE1-COUNT
089400     MOVE 'PAYFILE.DAT'           TO AUD-FILE2-NAME
089500     MOVE WS-PMT-COUNT            TO AUD-FILE2-COUNT
089600     MOVE 'BANKMAST.DAT'          TO AUD-FILE3-NAME
089700     COMPUTE AUD-FILE3-COUNT = WS-COUNT-MARKED + WS-COUNT-APPLIED
089800     MOVE WS-COUNT-REISSUE        TO AUD-OUTPUT-COUNT
089900     IF WS-COUNT-EXCEPTIONS = ZERO
090000       AND WS-COUNT-DONE-BEFORE = ZERO
090100         MOVE 'NORMAL'            TO AUD-COMPLETION-STATUS
090200     ELSE
090300         MOVE 'EXCEPTION'         TO AUD-COMPLETION-STATUS
090400     END-IF
090500     WRITE AuditRecord
090600     DISPLAY 'BRTN0012I - RETURN FILE ENTRIES READ  '
090700             WS-COUNT-READ
090800     DISPLAY 'BRTN0013I - ACCOUNTS MARKED RETURNED  '
090900             WS-COUNT-MARKED
091000     DISPLAY 'BRTN0014I - CORRECTIONS APPLIED       '
091100             WS-COUNT-APPLIED
091200     DISPLAY 'BRTN0015I - PAYMENTS TO RE-ISSUE      '
091300             WS-COUNT-REISSUE
091400     DISPLAY 'BRTN0016I - TOTAL TO RE-ISSUE         '
091500             WS-TOTAL-REISSUE
091600     DISPLAY 'BRTN0017I - ENTRIES NOT ACTED ON      '
091700             WS-COUNT-EXCEPTIONS.
091800 7000-EXIT.
091900     EXIT.
092000*
092100*----------------------------------------------------------*
092200*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN      *
092300*----------------------------------------------------------*
092400*
092500 9000-TERMINATE.
092600     CLOSE ReturnFile
092700     CLOSE BankMasterFile
092800     CLOSE Employee1File
092900     CLOSE ReturnLogFile
093000     CLOSE ListingFile
093100     CLOSE ReissueFile
093200     CLOSE AuditFile.
093300 9000-EXIT.
093400     EXIT.
