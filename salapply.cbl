002000*                     REPLACES THE HAND EDITS TO EMPLOYEE2
002100*                     THAT USED TO HAPPEN BEFORE THE NIGHTLY
002200*                     RELOAD.
002202*    2026-09-02  RJ   EVERY APPLIED ADD/CHANGE/DELETE NOW
002204*                     ALSO WRITES A BEFORE/AFTER IMAGE -
002206*                     EMPLOYEEID, ACTION, OLD AND NEW
002208*                     SALARY, DATE/TIME AND THE SALTRAN
002210*                     SOURCE - TO THE CUMULATIVE SALHIST
002212*                     SALARY CHANGE HISTORY FILE (SHARED
002214*                     HISTREC LAYOUT), SO A DISPUTED NUMBER
002216*                     CAN BE TRACED TO THE RUN THAT SET IT
002218*                     AND WHAT IT WAS BEFORE.  THE RUN-LEVEL
002220*                     AUDIT ENTRY IS UNCHANGED - SALHIST IS
002222*                     THE RECORD-LEVEL COMPANION THE AUDIT
002224*                     TRAIL NEVER HAD.
002226*    2026-10-15  RJ   SALTRAN CARRIES AN OPTIONAL EFFECTIVE
002228*                     DATE FOR AN ADD OR CHANGE (BLANK MEANS
002230*                     TODAY), EDITED AS A REAL DATE NO LATER
002232*                     THAN THE RUN DATE, PRINTED ON THE
002234*                     LISTING AND CARRIED ON THE SALHIST
002236*                     IMAGE, SO A BACK-DATED RAISE IS PICKED
002238*                     UP BY THE RETRO PAY RUN INSTEAD OF BEING
002240*                     WORKED OUT BY HAND.
002245*    2026-10-15  RJ   SALTRAN CARRIES THE EMPLOYEE'S PAY GRADE
002250*                     (REQUIRED ON AN ADD, OPTIONAL ON A
002255*                     CHANGE WHERE IT REGRADES THE EMPLOYEE),
002260*                     KEPT ON EMPLOYEE2 (SEE EMP2REC).  THE NEW
002265*                     SALARY OF AN ADD OR CHANGE MUST FALL
002270*                     INSIDE THE GRADE'S MINIMUM/MAXIMUM ON THE
002275*                     GRADMAST PAY GRADE MASTER (SHARED GRADREC
002280*                     LAYOUT) OR THE TRANSACTION IS REJECTED
002285*                     WITH THE REASON.  A CHANGE FOR AN
002290*                     EMPLOYEE STILL UNGRADED APPLIES WITH A
002295*                     WARNING ON THE LISTING.
002300*    2026-10-15  RJ   DUAL CONTROL.  AN ADD AT A SALARY OVER
002305*                     THE ADD LIMIT, OR A CHANGE THAT MOVES
002310*                     THE SALARY BY MORE THAN THE PERCENT OR
002315*                     DOLLAR LIMIT, IS NO LONGER APPLIED - IT
002320*                     IS HELD ON THE NEW PENDMAST PENDING
002325*                     APPROVAL FILE (SHARED PENDREC LAYOUT),
002330*                     LISTED AS HELD, AND ONLY REACHES
002335*                     EMPLOYEE2 WHEN A SECOND, NAMED APPROVER
002340*                     RELEASES IT THROUGH SALAPPR.  THE LIMITS
002345*                     COME OFF OPTIONAL SALAPRM CARDS (STANDARD
002350*                     LIMITS WITHOUT THEM) AND ARE PRINTED
002355*                     UNDER THE LISTING HEADING.  SALTRAN
002360*                     CARRIES THE ID OF WHOEVER KEYED THE
002365*                     TRANSACTION, REQUIRED ON ANY THAT IS
002370*                     HELD SO THE APPROVER CAN BE SOMEONE
002375*                     ELSE.
002380*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
003810     SELECT HistoryFile ASSIGN TO SALHIST
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS WS-HIST-STATUS-CODE.
003840     SELECT GradeMasterFile ASSIGN TO GRADMAST
003850         ORGANIZATION IS INDEXED
003860         ACCESS MODE IS DYNAMIC
003870         RECORD KEY IS GradeCode
003880         FILE STATUS IS WS-GRAD-STATUS-CODE.
003882     SELECT ParmFile ASSIGN TO SALAPRM
003884         ORGANIZATION IS LINE SEQUENTIAL
003886         FILE STATUS IS WS-PARM-STATUS-CODE.
003888     SELECT PendingFile ASSIGN TO PENDMAST
003890         ORGANIZATION IS INDEXED
003892         ACCESS MODE IS DYNAMIC
003894         RECORD KEY IS PendKey
003896         FILE STATUS IS WS-PEND-STATUS-CODE.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004700         88  TRAN-DELETE             VALUE 'D'.
004800     05  TRAN-ID            PIC X(05).
004900     05  TRAN-SALARY        PIC X(07).
004950     05  TRAN-EFFECTIVE-DATE PIC X(08).
004970     05  TRAN-GRADE         PIC X(03).
004980     05  TRAN-KEYED-BY      PIC X(08).
005000
005100 FD  Employee2File.
005200     COPY EMP2REC.
005810
005820 FD  HistoryFile.
005830     COPY HISTREC.
005840
005850 FD  GradeMasterFile.
005860     COPY GRADREC.
005865
005870 FD  ParmFile.
005875 01  ParmRecord             PIC X(80).
005880
005885 FD  PendingFile.
005890     COPY PENDREC.
005900
006000 WORKING-STORAGE SECTION.
006100*
006400 77  WS-EMP2-STATUS-CODE    PIC XX.
006500 77  WS-AUD-STATUS-CODE     PIC XX.
006510 77  WS-HIST-STATUS-CODE    PIC XX.
006530 77  WS-GRAD-STATUS-CODE    PIC XX.
006540 77  WS-PARM-STATUS-CODE    PIC XX.
006550 77  WS-PEND-STATUS-CODE    PIC XX.
006560 77  WS-EOF-PARM            PIC X VALUE 'N'.
006570     88  EOF-PARM                    VALUE 'Y'.
006600 77  WS-EOF-TRAN            PIC X VALUE 'N'.
006700     88  EOF-TRAN                    VALUE 'Y'.
006800 77  WS-REJECT-SW           PIC X VALUE 'N'.
006900     88  RECORD-REJECTED             VALUE 'Y'.
007000 77  WS-FOUND-SW            PIC X VALUE 'N'.
007100     88  RECORD-FOUND                VALUE 'Y'.
007120 77  WS-HOLD-SW             PIC X VALUE 'N'.
007140     88  RECORD-HELD                 VALUE 'Y'.
007200*
007300*    TRANSACTION COUNTERS FOR THE LISTING TRAILER AND THE
007400*    AUDIT TRAIL ENTRY
007600 77  WS-COUNT-TRAN-READ     PIC 9(07) COMP VALUE ZERO.
007700 77  WS-COUNT-APPLIED       PIC 9(07) COMP VALUE ZERO.
007800 77  WS-COUNT-REJECTED      PIC 9(07) COMP VALUE ZERO.
007801 77  WS-COUNT-RANGE-REJ     PIC 9(07) COMP VALUE ZERO.
007802 77  WS-COUNT-HELD          PIC 9(07) COMP VALUE ZERO.
007803*
007804*    SALARY CHANGE HISTORY WORK AREAS - THE OLD SALARY IS
007806*    CAPTURED OFF THE MASTER RECORD BEFORE IT IS CHANGED OR
007808*    DELETED (ZERO FOR AN ADD), AND THE NEW SALARY AFTER
007810*    (ZERO FOR A DELETE), SO THE HISTORY RECORD CARRIES THE
007812*    TRUE BEFORE/AFTER IMAGES.
007814*
007816 77  WS-HIST-OLD-SALARY     PIC 9(07) VALUE ZERO.
007818 77  WS-HIST-NEW-SALARY     PIC 9(07) VALUE ZERO.
007820*
007822*    EFFECTIVE DATE WORK AREAS - A BLANK SALTRAN EFFECTIVE
007824*    DATE MEANS THE CHANGE TAKES EFFECT ON THE RUN DATE.  THE
007826*    REDEFINITION LETS THE EDIT CHECK THE MONTH AND DAY.
007828*
007830 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
007832 01  WS-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
007834 01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
007836     05  WS-EFFECTIVE-YEAR      PIC 9(04).
007838     05  WS-EFFECTIVE-MONTH     PIC 9(02).
007840     05  WS-EFFECTIVE-DAY       PIC 9(02).
007845*
007850*    PAY GRADE WORK AREAS - THE GRADE THE EMPLOYEE WILL
007855*    CARRY AFTER THE TRANSACTION (THE SALTRAN GRADE, OR ON A
007860*    CHANGE WITHOUT ONE THE GRADE ALREADY ON THE MASTER), THE
007865*    NEW SALARY AS A NUMBER FOR THE RANGE COMPARE, AND THE
007870*    WARNING PRINTED ON AN APPLIED LINE.
007875*
007880 77  WS-APPLY-GRADE         PIC X(03) VALUE SPACES.
007885 77  WS-NEW-SALARY          PIC 9(07) VALUE ZERO.
007890 77  WS-APPLY-NOTE          PIC X(30) VALUE SPACES.
007892*
007894*    DUAL-CONTROL LIMITS - A CHANGE THAT MOVES THE SALARY
007896*    (UP OR DOWN) BY MORE THAN WS-LIMIT-PERCENT OF THE OLD
007898*    SALARY OR MORE THAN WS-LIMIT-AMOUNT DOLLARS, OR AN ADD
007900*    AT A SALARY OVER WS-LIMIT-ADD, IS HELD FOR APPROVAL.
007902*    THE VALUES HERE ARE THE STANDARD LIMITS; SALAPRM CARDS
007904*    OVERRIDE THEM.  THE PERCENT TEST IS MADE WITHOUT A
007906*    DIVIDE - CHANGE TIMES 100 AGAINST OLD SALARY TIMES
007907*    PERCENT.
007908*
007910 77  WS-LIMIT-PERCENT       PIC 9(03) VALUE 10.
007912 77  WS-LIMIT-AMOUNT        PIC 9(07) VALUE 10000.
007914 77  WS-LIMIT-ADD           PIC 9(07) VALUE 150000.
007916 77  WS-CHANGE-AMOUNT       PIC 9(07) VALUE ZERO.
007918 77  WS-CHANGE-WORK         PIC 9(10) COMP VALUE ZERO.
007920 77  WS-LIMIT-WORK          PIC 9(10) COMP VALUE ZERO.
007922 77  WS-HOLD-REASON         PIC X(30) VALUE SPACES.
007924 77  WS-RUN-TIME            PIC 9(08) VALUE ZERO.
007926*
007928*    LIMIT CARD - KEYWORD IN COLS 1-9, VALUE FROM COL 11:
007930*    PERCENT  (3 DIGITS, WHOLE PERCENT), AMOUNT AND ADDSALARY
007932*    (7 DIGITS, ANNUAL DOLLARS).
007934*
007936 01  WS-LIMIT-CARD.
007938     05  WS-LC-KEYWORD          PIC X(09).
007940     05  FILLER                 PIC X(01).
007942     05  WS-LC-VALUE            PIC X(07).
007944     05  WS-LC-PCT-VIEW REDEFINES WS-LC-VALUE.
007946         10  WS-LC-PCT          PIC X(03).
007948         10  FILLER             PIC X(04).
007950     05  FILLER                 PIC X(63).
007952*
008000*    LISTING LINE LAYOUTS
008100*
008200 01  WS-HEADING-LINE.
009000     05  FILLER                 PIC X(02) VALUE SPACES.
009100     05  WS-LIST-SALARY         PIC X(07).
009200     05  FILLER                 PIC X(02) VALUE SPACES.
009220     05  WS-LIST-EFFECTIVE      PIC X(08).
009240     05  FILLER                 PIC X(02) VALUE SPACES.
009260     05  WS-LIST-GRADE          PIC X(03).
009280     05  FILLER                 PIC X(02) VALUE SPACES.
009300     05  WS-LIST-RESULT         PIC X(08).
009400     05  FILLER                 PIC X(02) VALUE SPACES.
009500     05  WS-LIST-REASON         PIC X(30).
009600     05  FILLER                 PIC X(06) VALUE SPACES.
009700
009705 01  WS-LIMIT-LINE.
009710     05  FILLER                 PIC X(10) VALUE 'HOLD OVER '.
009715     05  WS-LL-PERCENT          PIC ZZ9.
009720     05  FILLER                 PIC X(05) VALUE '% OR '.
009725     05  WS-LL-AMOUNT           PIC Z(06)9.
009730     05  FILLER                 PIC X(18)
009735                                VALUE ' CHANGE, ADD OVER '.
009740     05  WS-LL-ADD              PIC Z(06)9.
009745     05  FILLER                 PIC X(30) VALUE SPACES.
009750
009800 01  WS-TRAILER-LINE.
009900     05  WS-TRAILER-LABEL       PIC X(35).
010000     05  WS-TRAILER-VALUE       PIC Z(10)9.
014200     IF WS-AUD-STATUS-CODE = '35'
014300         OPEN OUTPUT AuditFile
014400     END-IF
014405     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014410*
014420*    THE SALARY CHANGE HISTORY ACCUMULATES ACROSS RUNS THE
014430*    SAME WAY THE AUDIT TRAIL DOES, SO IT GETS THE SAME
014470     IF WS-HIST-STATUS-CODE = '35'
014480         OPEN OUTPUT HistoryFile
014490     END-IF
014510*
014530*    THE PAY GRADE MASTER BACKS THE RANGE EDIT ON EVERY ADD
014550*    AND CHANGE, SO A FAILED OPEN STOPS THE RUN BEFORE ANY
014570*    TRANSACTION IS APPLIED WITHOUT IT.
014590*
014610     OPEN INPUT GradeMasterFile
014630     IF WS-GRAD-STATUS-CODE NOT = '00'
014650         DISPLAY 'SALA0002E - GRADMAST PAY GRADE MASTER COULD '
014670                 'NOT BE OPENED, STATUS ' WS-GRAD-STATUS-CODE
014690         MOVE 16 TO RETURN-CODE
014710         STOP RUN
014730     END-IF
014731*
014732*    ANYTHING OVER THE DUAL-CONTROL LIMITS IS WRITTEN TO THE
014733*    PENDING APPROVAL FILE INSTEAD OF EMPLOYEE2.  LIKE THE
014734*    OTHER MASTERS IT IS A KSDS CLUSTER ONLY THE PENDINIT
014735*    SETUP JOB CAN DEFINE, SO A FAILED OPEN STOPS THE RUN -
014736*    WITHOUT IT A LARGE CHANGE COULD ONLY BE APPLIED.
014737*
014738     OPEN I-O PendingFile
014739     IF WS-PEND-STATUS-CODE NOT = '00'
014740         DISPLAY 'SALA0003E - PENDMAST PENDING APPROVAL FILE '
014741                 'COULD NOT BE OPENED, STATUS '
014742                 WS-PEND-STATUS-CODE ' - RUN THE PENDINIT '
014743                 'SETUP JOB'
014744         MOVE 16 TO RETURN-CODE
014745         STOP RUN
014746     END-IF
014747     ACCEPT WS-RUN-TIME FROM TIME
014748     PERFORM 1500-LOAD-LIMITS THRU 1500-EXIT
014750     MOVE 'EMPLOYEE2 SALARY TRANSACTION APPLY LISTING'
014770         TO WS-HEADING-TEXT
014790     WRITE ListingRecord FROM WS-HEADING-LINE
014792     MOVE WS-LIMIT-PERCENT TO WS-LL-PERCENT
014794     MOVE WS-LIMIT-AMOUNT  TO WS-LL-AMOUNT
014796     MOVE WS-LIMIT-ADD     TO WS-LL-ADD
014798     WRITE ListingRecord FROM WS-LIMIT-LINE.
014810 1000-EXIT.
014830     EXIT.
014832*
014834*----------------------------------------------------------*
014836*    1500-LOAD-LIMITS - READ THE SALAPRM LIMIT CARDS.  NO  *
014838*    SALAPRM MEANS THE STANDARD LIMITS.  A CARD THAT CAN'T *
014840*    BE READ AS A LIMIT STOPS THE RUN BEFORE ANYTHING IS   *
014842*    APPLIED - A MISTYPED LIMIT MUST NOT QUIETLY LET A     *
014844*    LARGE CHANGE THROUGH UNAPPROVED.                      *
014846*----------------------------------------------------------*
014848*
014850 1500-LOAD-LIMITS.
014852     OPEN INPUT ParmFile
014854     IF WS-PARM-STATUS-CODE NOT = '00'
014856         DISPLAY 'SALA0004I - NO SALAPRM LIMIT CARDS, HOLDING '
014858                 'ON THE STANDARD LIMITS'
014860         GO TO 1500-EXIT
014862     END-IF
014864     PERFORM 1510-READ-LIMIT-CARD THRU 1510-EXIT
014866         UNTIL EOF-PARM
014868     CLOSE ParmFile.
014870 1500-EXIT.
014872     EXIT.
014874
014876 1510-READ-LIMIT-CARD.
014878     READ ParmFile INTO WS-LIMIT-CARD
014880         AT END
014882             MOVE 'Y' TO WS-EOF-PARM
014884             GO TO 1510-EXIT
014886     END-READ
014888     IF WS-LIMIT-CARD = SPACES
014890         GO TO 1510-EXIT
014892     END-IF
014894     EVALUATE WS-LC-KEYWORD
014896         WHEN 'PERCENT'
014898             IF WS-LC-PCT NOT NUMERIC
014900                 PERFORM 1520-BAD-LIMIT-CARD THRU 1520-EXIT
014902             END-IF
014904             MOVE WS-LC-PCT   TO WS-LIMIT-PERCENT
014906         WHEN 'AMOUNT'
014908             IF WS-LC-VALUE NOT NUMERIC
014910                 PERFORM 1520-BAD-LIMIT-CARD THRU 1520-EXIT
014912             END-IF
014914             MOVE WS-LC-VALUE TO WS-LIMIT-AMOUNT
014916         WHEN 'ADDSALARY'
014918             IF WS-LC-VALUE NOT NUMERIC
014920                 PERFORM 1520-BAD-LIMIT-CARD THRU 1520-EXIT
014922             END-IF
014924             MOVE WS-LC-VALUE TO WS-LIMIT-ADD
014926         WHEN OTHER
014928             PERFORM 1520-BAD-LIMIT-CARD THRU 1520-EXIT
014930     END-EVALUATE.
014932 1510-EXIT.
014934     EXIT.
014936
014938 1520-BAD-LIMIT-CARD.
014940     DISPLAY 'SALA0005E - INVALID SALAPRM LIMIT CARD: '
014942             WS-LIMIT-CARD(1:20) ' - NOTHING APPLIED'
014944     MOVE 16 TO RETURN-CODE
014946     STOP RUN.
014948 1520-EXIT.
014950     EXIT.
015000*
015100*----------------------------------------------------------*
015200*    2000-PROCESS-TRANSACTIONS - READ AND APPLY EVERY       *
021700     IF TRAN-SALARY = '0000000'
021800         MOVE 'Y' TO WS-REJECT-SW
021900         MOVE 'ZERO SALARY'         TO WS-LIST-REASON
021950         GO TO 2030-EXIT
022000     END-IF
022005     IF TRAN-ADD AND TRAN-GRADE = SPACES
022010         MOVE 'Y' TO WS-REJECT-SW
022015         MOVE 'PAY GRADE REQUIRED ON ADD' TO WS-LIST-REASON
022020         GO TO 2030-EXIT
022025     END-IF
022050     PERFORM 2040-EDIT-EFFECTIVE-DATE THRU 2040-EXIT.
022100 2030-EXIT.
022200     EXIT.
022202*
022204*    A BLANK EFFECTIVE DATE IS THE RUN DATE.  ONE THAT IS
022206*    KEYED MUST BE A REAL YYYYMMDD DATE AND NOT LATER THAN
022208*    THE RUN DATE - THE MASTER CHANGES TODAY, SO A FUTURE
022210*    DATE WOULD PAY THE NEW SALARY EARLY.  A DATE BEFORE
022212*    TODAY IS A BACK-DATED CHANGE FOR THE RETRO PAY RUN.
022214*
022216 2040-EDIT-EFFECTIVE-DATE.
022218     IF TRAN-EFFECTIVE-DATE = SPACES
022220         MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
022222         GO TO 2040-EXIT
022224     END-IF
022226     IF TRAN-EFFECTIVE-DATE NOT NUMERIC
022228         MOVE 'Y' TO WS-REJECT-SW
022230         MOVE 'INVALID EFFECTIVE DATE' TO WS-LIST-REASON
022232         GO TO 2040-EXIT
022234     END-IF
022236     MOVE TRAN-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
022238     IF WS-EFFECTIVE-MONTH < 01 OR WS-EFFECTIVE-MONTH > 12
022240       OR WS-EFFECTIVE-DAY < 01 OR WS-EFFECTIVE-DAY > 31
022242         MOVE 'Y' TO WS-REJECT-SW
022244         MOVE 'INVALID EFFECTIVE DATE' TO WS-LIST-REASON
022246         GO TO 2040-EXIT
022248     END-IF
022250     IF WS-EFFECTIVE-DATE > WS-RUN-DATE
022252         MOVE 'Y' TO WS-REJECT-SW
022254         MOVE 'EFFECTIVE DATE IN FUTURE' TO WS-LIST-REASON
022256     END-IF.
022258 2040-EXIT.
022260     EXIT.
022300*
022400*----------------------------------------------------------*
022500*    3000-APPLY-ADD - THE EMPLOYEEID MUST NOT ALREADY BE    *
023400         PERFORM 4000-WRITE-REJECTED THRU 4000-EXIT
023500         GO TO 3000-EXIT
023600     END-IF
023610     MOVE TRAN-GRADE  TO WS-APPLY-GRADE
023620     PERFORM 3060-CHECK-GRADE-RANGE THRU 3060-EXIT
023630     IF RECORD-REJECTED
023640         PERFORM 4000-WRITE-REJECTED THRU 4000-EXIT
023650         GO TO 3000-EXIT
023660     END-IF
023700     MOVE TRAN-ID     TO EmployeeID2
023800     MOVE TRAN-SALARY TO EmployeeSalary
023805     MOVE WS-APPLY-GRADE TO EmployeeGrade
023810     MOVE ZERO        TO WS-HIST-OLD-SALARY
023820     MOVE TRAN-SALARY TO WS-HIST-NEW-SALARY
023830     PERFORM 3070-CHECK-HOLD THRU 3070-EXIT
023840     IF RECORD-HELD
023850         PERFORM 3080-HOLD-TRAN THRU 3080-EXIT
023860         GO TO 3000-EXIT
023870     END-IF
023900     WRITE EmployeeRecord2
024000         INVALID KEY
024100             MOVE 'EMPLOYEEID ALREADY EXISTS' TO WS-LIST-REASON
025600     END-READ.
025700 3050-EXIT.
025800     EXIT.
025802*
025804*    THE NEW SALARY MUST FALL INSIDE THE MINIMUM/MAXIMUM OF
025806*    THE GRADE THE EMPLOYEE WILL CARRY (WS-APPLY-GRADE, SET BY
025808*    THE CALLER).  AN UNGRADED EMPLOYEE HAS NO RANGE TO EDIT
025810*    AGAINST - ONLY A CHANGE CAN GET HERE WITHOUT A GRADE -
025812*    SO IT IS LET THROUGH WITH A WARNING FOR THE LISTING.
025814*
025816 3060-CHECK-GRADE-RANGE.
025818     MOVE 'N'    TO WS-REJECT-SW
025820     MOVE SPACES TO WS-APPLY-NOTE
025822     IF WS-APPLY-GRADE = SPACES
025824         MOVE 'UNGRADED - RANGE NOT EDITED' TO WS-APPLY-NOTE
025826         GO TO 3060-EXIT
025828     END-IF
025830     MOVE WS-APPLY-GRADE TO GradeCode
025832     READ GradeMasterFile
025834         INVALID KEY
025836             MOVE 'Y' TO WS-REJECT-SW
025838             MOVE 'PAY GRADE NOT ON GRADMAST' TO WS-LIST-REASON
025840             GO TO 3060-EXIT
025842     END-READ
025844     MOVE TRAN-SALARY TO WS-NEW-SALARY
025846     IF WS-NEW-SALARY < GradeMinimum
025848         MOVE 'Y' TO WS-REJECT-SW
025850         MOVE 'BELOW GRADE MINIMUM'       TO WS-LIST-REASON
025852         ADD 1 TO WS-COUNT-RANGE-REJ
025854         GO TO 3060-EXIT
025856     END-IF
025858     IF WS-NEW-SALARY > GradeMaximum
025860         MOVE 'Y' TO WS-REJECT-SW
025862         MOVE 'ABOVE GRADE MAXIMUM'       TO WS-LIST-REASON
025864         ADD 1 TO WS-COUNT-RANGE-REJ
025866     END-IF.
025868 3060-EXIT.
025870     EXIT.
025871*
025872*    DUAL CONTROL.  AN ADD IS HELD WHEN ITS SALARY IS OVER THE
025873*    ADD LIMIT; A CHANGE WHEN IT MOVES THE SALARY, EITHER WAY,
025874*    BY MORE THAN THE DOLLAR LIMIT OR MORE THAN THE PERCENT
025875*    LIMIT OF THE OLD SALARY (WS-HIST-OLD-SALARY, SET BY THE
025876*    CALLER).  ONLY A TRANSACTION THAT HAS PASSED EVERY OTHER
025877*    EDIT GETS HERE, SO WHAT IS HELD WOULD OTHERWISE APPLY.
025878*
025879 3070-CHECK-HOLD.
025880     MOVE 'N'         TO WS-HOLD-SW
025881     MOVE SPACES      TO WS-HOLD-REASON
025882     MOVE TRAN-SALARY TO WS-NEW-SALARY
025883     IF TRAN-ADD
025884         IF WS-NEW-SALARY > WS-LIMIT-ADD
025885             MOVE 'Y' TO WS-HOLD-SW
025886             MOVE 'ADD OVER SALARY LIMIT'     TO WS-HOLD-REASON
025887         END-IF
025888         GO TO 3070-EXIT
025889     END-IF
025890     IF WS-NEW-SALARY > WS-HIST-OLD-SALARY
025891         SUBTRACT WS-HIST-OLD-SALARY FROM WS-NEW-SALARY
025892             GIVING WS-CHANGE-AMOUNT
025893     ELSE
025894         SUBTRACT WS-NEW-SALARY FROM WS-HIST-OLD-SALARY
025895             GIVING WS-CHANGE-AMOUNT
025896     END-IF
025897     IF WS-CHANGE-AMOUNT > WS-LIMIT-AMOUNT
025898         MOVE 'Y' TO WS-HOLD-SW
025899         MOVE 'CHANGE OVER DOLLAR LIMIT'      TO WS-HOLD-REASON
025900         GO TO 3070-EXIT
025901     END-IF
025902     MULTIPLY WS-CHANGE-AMOUNT BY 100 GIVING WS-CHANGE-WORK
025903     MULTIPLY WS-HIST-OLD-SALARY BY WS-LIMIT-PERCENT
025904         GIVING WS-LIMIT-WORK
025905     IF WS-CHANGE-WORK > WS-LIMIT-WORK
025906         MOVE 'Y' TO WS-HOLD-SW
025907         MOVE 'CHANGE OVER PERCENT LIMIT'     TO WS-HOLD-REASON
025908     END-IF.
025909 3070-EXIT.
025910     EXIT.
025911*
025912*    WRITE THE HELD TRANSACTION TO THE PENDING APPROVAL FILE,
025913*    AS EDITED, WITH THE SALARY ON THE MASTER NOW - THE
025914*    APPROVAL PROGRAM WILL NOT RELEASE IT IF THAT HAS MOVED
025915*    BY THEN.  A HELD ITEM MUST NAME WHO KEYED IT, OR THE
025916*    APPROVER COULD NOT BE SHOWN TO BE SOMEONE ELSE.
025917*
025918 3080-HOLD-TRAN.
025919     IF TRAN-KEYED-BY = SPACES
025920         MOVE 'KEYED-BY ID REQUIRED TO HOLD' TO WS-LIST-REASON
025921         PERFORM 4000-WRITE-REJECTED THRU 4000-EXIT
025922         GO TO 3080-EXIT
025923     END-IF
025924     MOVE TRAN-ID            TO PendEmployeeID
025925     MOVE WS-RUN-DATE        TO PendHeldDate
025926     MOVE WS-RUN-TIME        TO PendHeldTime
025927     MOVE WS-COUNT-TRAN-READ TO PendTranNumber
025928     MOVE TRAN-ACTION        TO PendAction
025929     MOVE WS-NEW-SALARY      TO PendNewSalary
025930     MOVE WS-HIST-OLD-SALARY TO PendOldSalary
025931     MOVE WS-EFFECTIVE-DATE  TO PendEffectiveDate
025932     MOVE WS-APPLY-GRADE     TO PendGrade
025933     MOVE WS-HOLD-REASON     TO PendHoldReason
025934     MOVE TRAN-KEYED-BY      TO PendKeyedBy
025935     MOVE 'P'                TO PendStatus
025936     MOVE SPACES             TO PendApproverID
025937     MOVE ZERO               TO PendDecisionDate
025938     MOVE ZERO               TO PendDecisionTime
025939     MOVE SPACES             TO PendDecisionNote
025940     WRITE PendingApprovalRecord
025941         INVALID KEY
025942             MOVE 'HOLD FAILED - NOT APPLIED'  TO WS-LIST-REASON
025943             PERFORM 4000-WRITE-REJECTED THRU 4000-EXIT
025944         NOT INVALID KEY
025945             PERFORM 4300-WRITE-HELD THRU 4300-EXIT
025946     END-WRITE.
025947 3080-EXIT.
025948     EXIT.
025949*
026000*----------------------------------------------------------*
026100*    3100-APPLY-CHANGE - THE EMPLOYEEID MUST ALREADY BE ON  *
026200*    THE MASTER; ONLY THE SALARY CHANGES                    *
027000             PERFORM 4000-WRITE-REJECTED THRU 4000-EXIT
027100             GO TO 3100-EXIT
027200     END-READ
027220     IF TRAN-GRADE = SPACES
027240         MOVE EmployeeGrade TO WS-APPLY-GRADE
027260     ELSE
027280         MOVE TRAN-GRADE    TO WS-APPLY-GRADE
027300     END-IF
027320     PERFORM 3060-CHECK-GRADE-RANGE THRU 3060-EXIT
027340     IF RECORD-REJECTED
027360         PERFORM 4000-WRITE-REJECTED THRU 4000-EXIT
027380         GO TO 3100-EXIT
027400     END-IF
027420*
027440*    THE OLD SALARY IS CAPTURED OFF THE MASTER RECORD JUST
027460*    READ, BEFORE THE TRANSACTION OVERLAYS IT.
027480*
027500     MOVE EmployeeSalary TO WS-HIST-OLD-SALARY
027520     MOVE TRAN-SALARY    TO WS-HIST-NEW-SALARY
027522     PERFORM 3070-CHECK-HOLD THRU 3070-EXIT
027524     IF RECORD-HELD
027526         PERFORM 3080-HOLD-TRAN THRU 3080-EXIT
027528         GO TO 3100-EXIT
027530     END-IF
027540     MOVE TRAN-SALARY TO EmployeeSalary
027560     MOVE WS-APPLY-GRADE TO EmployeeGrade
027580     REWRITE EmployeeRecord2
027600         INVALID KEY
027620             MOVE 'CHANGE FAILED'        TO WS-LIST-REASON
027640             PERFORM 4000-WRITE-REJECTED THRU 4000-EXIT
027660         NOT INVALID KEY
027680             PERFORM 4100-WRITE-APPLIED THRU 4100-EXIT
028000     END-REWRITE.
028100 3100-EXIT.
028200     EXIT.
029600     END-READ
029610     MOVE EmployeeSalary TO WS-HIST-OLD-SALARY
029620     MOVE ZERO           TO WS-HIST-NEW-SALARY
029640     MOVE EmployeeGrade  TO WS-APPLY-GRADE
029660     MOVE SPACES         TO WS-APPLY-NOTE
029700     DELETE Employee2File
029800         INVALID KEY
029900             MOVE 'DELETE FAILED'        TO WS-LIST-REASON
031500     MOVE TRAN-ACTION   TO WS-LIST-ACTION
031600     MOVE TRAN-ID       TO WS-LIST-ID
031700     MOVE TRAN-SALARY   TO WS-LIST-SALARY
031750     MOVE TRAN-EFFECTIVE-DATE TO WS-LIST-EFFECTIVE
031770     MOVE TRAN-GRADE    TO WS-LIST-GRADE
031800     MOVE 'REJECTED'    TO WS-LIST-RESULT
031900     WRITE ListingRecord FROM WS-LISTING-LINE.
032000 4000-EXIT.
032500     MOVE TRAN-ACTION   TO WS-LIST-ACTION
032600     MOVE TRAN-ID       TO WS-LIST-ID
032700     MOVE TRAN-SALARY   TO WS-LIST-SALARY
032710     IF TRAN-DELETE
032720         MOVE SPACES    TO WS-LIST-EFFECTIVE
032730     ELSE
032740         MOVE WS-EFFECTIVE-DATE TO WS-LIST-EFFECTIVE
032750     END-IF
032770     MOVE WS-APPLY-GRADE TO WS-LIST-GRADE
032800     MOVE 'APPLIED'     TO WS-LIST-RESULT
032900     MOVE WS-APPLY-NOTE TO WS-LIST-REASON
033000     WRITE ListingRecord FROM WS-LISTING-LINE
033010     PERFORM 4200-WRITE-HISTORY THRU 4200-EXIT.
033100 4100-EXIT.
033350     MOVE WS-HIST-OLD-SALARY TO HIST-OLD-SALARY
033360     MOVE WS-HIST-NEW-SALARY TO HIST-NEW-SALARY
033370     MOVE 'SALTRAN.DAT'      TO HIST-SOURCE
033371     IF TRAN-DELETE
033372         MOVE HIST-RUN-DATE      TO HIST-EFFECTIVE-DATE
033373     ELSE
033374         MOVE WS-EFFECTIVE-DATE  TO HIST-EFFECTIVE-DATE
033375     END-IF
033377     MOVE SPACES             TO HIST-APPROVED-BY
033380     WRITE HistoryRecord.
033390 4200-EXIT.
033400     EXIT.
033405*
033410*    A HELD TRANSACTION IS LISTED WITH WHY IT WAS HELD.  IT
033415*    HAS NOT REACHED THE MASTER, SO NO HISTORY IS WRITTEN -
033420*    THE APPROVAL PROGRAM WRITES IT IF THE ITEM IS RELEASED.
033425*
033430 4300-WRITE-HELD.
033435     ADD 1 TO WS-COUNT-HELD
033440     MOVE TRAN-ACTION    TO WS-LIST-ACTION
033445     MOVE TRAN-ID        TO WS-LIST-ID
033450     MOVE TRAN-SALARY    TO WS-LIST-SALARY
033455     MOVE WS-EFFECTIVE-DATE TO WS-LIST-EFFECTIVE
033460     MOVE WS-APPLY-GRADE TO WS-LIST-GRADE
033465     MOVE 'HELD'         TO WS-LIST-RESULT
033470     MOVE WS-HOLD-REASON TO WS-LIST-REASON
033475     WRITE ListingRecord FROM WS-LISTING-LINE.
033480 4300-EXIT.
033485     EXIT.
033490*
033495*----------------------------------------------------------*
033500*    5000-PRINT-TRAILER - RECONCILIATION COUNTS FOR THE     *
033600*    LISTING                                                *
033700*----------------------------------------------------------*
034700     WRITE ListingRecord FROM WS-TRAILER-LINE
034800     MOVE 'TRANSACTIONS REJECTED'    TO WS-TRAILER-LABEL
034900     MOVE WS-COUNT-REJECTED          TO WS-TRAILER-VALUE
035000     WRITE ListingRecord FROM WS-TRAILER-LINE
035020     MOVE '  OF WHICH OUTSIDE GRADE RANGE'  TO WS-TRAILER-LABEL
035040     MOVE WS-COUNT-RANGE-REJ         TO WS-TRAILER-VALUE
035060     WRITE ListingRecord FROM WS-TRAILER-LINE
035062     MOVE 'TRANSACTIONS HELD FOR APPROVAL' TO WS-TRAILER-LABEL
035064     MOVE WS-COUNT-HELD              TO WS-TRAILER-VALUE
035066     WRITE ListingRecord FROM WS-TRAILER-LINE
035068     IF WS-COUNT-HELD > ZERO
035070         MOVE WS-COUNT-HELD TO WS-TRAILER-VALUE
035072         DISPLAY 'SALA0006I - ' WS-TRAILER-VALUE
035074                 ' TRANSACTION(S) HELD ON PENDMAST FOR '
035076                 'APPROVAL THROUGH SALAPPR'
035078     END-IF.
035100 5000-EXIT.
035200     EXIT.
035300*
036500     MOVE WS-COUNT-TRAN-READ      TO AUD-FILE1-COUNT
036600     MOVE 'EMPLOYEE2.DAT'         TO AUD-FILE2-NAME
036700     MOVE WS-COUNT-APPLIED        TO AUD-FILE2-COUNT
036800     MOVE 'PENDMAST.DAT'          TO AUD-FILE3-NAME
036900     MOVE WS-COUNT-HELD           TO AUD-FILE3-COUNT
037000     MOVE WS-COUNT-APPLIED        TO AUD-OUTPUT-COUNT
037100     MOVE 'NORMAL'                TO AUD-COMPLETION-STATUS
037200     WRITE AuditRecord.
038500     CLOSE Employee2File
038600     CLOSE ListingFile
038700     CLOSE AuditFile
038710     CLOSE HistoryFile
038730     CLOSE GradeMasterFile
038750     CLOSE PendingFile.
038800 8000-EXIT.
038900     EXIT.
