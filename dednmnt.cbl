000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MaintainDeductions.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  ADD/CHANGE/DELETE/
001100*                     INQUIRE MAINTENANCE FOR THE DEDNMAST
001200*                     PAYROLL DEDUCTION MASTER THE PAYROLL
001300*                     REGISTER TAKES EACH CHECK'S DEDUCTIONS
001400*                     FROM, REPLACING THE OFF-SYSTEM
001500*                     WITHHOLDING, 401(K) AND BENEFIT
001600*                     WORKSHEETS.  BUILT IN THE SAME STYLE AS
001700*                     MAINTAINBANKDETAIL, INCLUDING THE AUDIT
001800*                     TRAIL ENTRY PER COMPLETED TRANSACTION
001900*                     AND THE EMPLOYEE1 EXISTENCE CHECK ON THE
002000*                     FIRST LINE ADDED FOR AN EMPLOYEE.  EACH
002100*                     TRANSACTION WORKS ON ONE DEDUCTION LINE
002200*                     OF THE EMPLOYEE'S RECORD, IDENTIFIED BY
002300*                     ITS DEDUCTION CODE - THE RECORD IS
002400*                     WRITTEN WITH ITS FIRST LINE AND DELETED
002500*                     WITH ITS LAST.
002600*
002700*----------------------------------------------------------*
002800*    MAINTAINDEDUCTIONS - ADD, CHANGE, DELETE AND INQUIRE  *
002900*    AGAINST THE DEDUCTION MASTER, KEYED ON EMPLOYEEID.    *
003000*    RUN INTERACTIVELY FROM A TERMINAL.                    *
003100*----------------------------------------------------------*
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DeductionFile ASSIGN TO DEDNMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS DednEmployeeID
004000         FILE STATUS IS WS-DEDN-STATUS-CODE.
004100     SELECT Employee1File ASSIGN TO EMPLOYE1
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS EmployeeID1
004500         FILE STATUS IS WS-EMP1-STATUS-CODE.
004600     SELECT AuditFile ASSIGN TO MERGEAUD
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-AUD-STATUS-CODE.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DeductionFile.
005300     COPY DEDNREC.
005400
005500 FD  Employee1File.
005600     COPY EMP1REC.
005700
005800 FD  AuditFile.
005900     COPY AUDITREC.
006000
006100 WORKING-STORAGE SECTION.
006200*
006300*    FILE STATUS AND LOOP CONTROL
006400*
006500 77  WS-DEDN-STATUS-CODE    PIC XX.
006600 77  WS-EMP1-STATUS-CODE    PIC XX.
006700 77  WS-AUD-STATUS-CODE     PIC XX.
006800 77  WS-MORE-SW             PIC X VALUE 'Y'.
006900     88  MORE-TRANSACTIONS          VALUE 'Y'.
007000 77  WS-FUNCTION-CHOICE     PIC X VALUE SPACE.
007100 77  WS-EDIT-SW             PIC X VALUE 'N'.
007200     88  EDIT-FAILED                VALUE 'Y'.
007300 77  WS-FOUND-SW            PIC X VALUE 'N'.
007400     88  RECORD-FOUND                VALUE 'Y'.
007500 77  WS-LINE-FOUND-SW       PIC X VALUE 'N'.
007600     88  LINE-FOUND                  VALUE 'Y'.
007700 77  WS-CONFIRM             PIC X VALUE SPACE.
007800*
007900*    LINE SUBSCRIPTS - WS-LINE-IX IS THE LINE BEING WORKED
008000*    ON, WS-SCAN-IX WALKS THE RECORD'S LINES.  THE RECORD
008100*    HOLDS AT MOST WS-LINE-MAX LINES (THE DEDNREC OCCURS).
008200*
008300 77  WS-LINE-IX             PIC 9(03) COMP VALUE ZERO.
008400 77  WS-SCAN-IX             PIC 9(03) COMP VALUE ZERO.
008500 77  WS-LINE-MAX            PIC 9(03) COMP VALUE 10.
008600*
008700*    TRANSACTION WORK AREAS
008800*
008900 77  WS-INPUT-ID            PIC X(05).
009000 77  WS-INPUT-CODE          PIC X(04).
009100 77  WS-INPUT-METHOD        PIC X(01).
009200 77  WS-INPUT-AMOUNT        PIC X(07).
009300 77  WS-INPUT-TIMING        PIC X(01).
009400 77  WS-INPUT-LIMIT         PIC X(07).
009500 77  WS-AUDIT-ACTION        PIC X(10).
009600*
009700*    THE PERCENT IS KEYED AS FIVE DIGITS WITH TWO DECIMALS
009800*    IMPLIED (00650 = 6.50 PERCENT) AND EDITED THROUGH THE
009900*    REDEFINITION BEFORE IT GOES ON THE RECORD.
010000*
010100 01  WS-INPUT-PERCENT       PIC X(05).
010200 01  WS-INPUT-PERCENT-NUM REDEFINES WS-INPUT-PERCENT
010300                            PIC 9(03)V99.
010400 77  WS-DISPLAY-PERCENT     PIC ZZ9.99.
010500*
010600*----------------------------------------------------------*
010700*    0000-MAINLINE                                          *
010800*----------------------------------------------------------*
010900*
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011300     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
011400         UNTIL NOT MORE-TRANSACTIONS
011500     PERFORM 9000-TERMINATE THRU 9000-EXIT
011600     STOP RUN.
011700*
011800*----------------------------------------------------------*
011900*    1000-INITIALIZE - OPEN THE DEDUCTION MASTER FOR        *
012000*    RANDOM ADD/CHANGE/DELETE/INQUIRE AND THE EMPLOYEE1     *
012100*    MASTER FOR THE ADD-TIME EXISTENCE CHECK.  LIKE THE     *
012200*    BANK DETAIL MASTER, DEDNMAST IS A VSAM KSDS CLUSTER A  *
012300*    COBOL OPEN CANNOT CREATE - THE ONE-TIME DEDNINIT       *
012400*    SETUP JOB DEFINES IT, SO A STATUS 35 MEANS DEDNINIT    *
012500*    WAS NEVER RUN AND THE PROGRAM STOPS RATHER THAN TRY    *
012600*    TO SELF-PROVISION IT.                                  *
012700*----------------------------------------------------------*
012800*
012900 1000-INITIALIZE.
013000     OPEN I-O DeductionFile
013100     IF WS-DEDN-STATUS-CODE = '35'
013200         DISPLAY 'DEDN0015E - DEDNMAST DEDUCTION CLUSTER DOES '
013300                 'NOT EXIST - RUN THE ONE-TIME DEDNINIT SETUP '
013400                 'JOB BEFORE STARTING MAINTENANCE'
013500         MOVE 16 TO RETURN-CODE
013600         STOP RUN
013700     END-IF
013800     OPEN INPUT Employee1File
013900     IF WS-EMP1-STATUS-CODE NOT = '00'
014000         DISPLAY 'DEDN0016E - EMPLOYEE1 MASTER COULD NOT BE '
014100                 'OPENED, STATUS ' WS-EMP1-STATUS-CODE
014200         MOVE 16 TO RETURN-CODE
014300         STOP RUN
014400     END-IF
014500*
014600*    THE AUDIT TRAIL ACCUMULATES ACROSS RUNS, SO IT IS OPENED
014700*    EXTEND TO APPEND.  ON THE VERY FIRST RUN AT A NEW SITE
014800*    THE FILE WON'T EXIST YET (STATUS 35), SO FALL BACK TO
014900*    OPEN OUTPUT TO CREATE IT.
015000*
015100     OPEN EXTEND AuditFile
015200     IF WS-AUD-STATUS-CODE = '35'
015300         OPEN OUTPUT AuditFile
015400     END-IF
015500     DISPLAY ' '
015600     DISPLAY 'PAYROLL DEDUCTION MASTER MAINTENANCE'
015700     DISPLAY ' '.
015800 1000-EXIT.
015900     EXIT.
016000*
016100*----------------------------------------------------------*
016200*    2000-PROCESS-MENU - DISPLAY THE MENU, READ A CHOICE    *
016300*    AND DISPATCH TO THE REQUESTED FUNCTION                 *
016400*----------------------------------------------------------*
016500*
016600 2000-PROCESS-MENU.
016700     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
016800     PERFORM 2200-GET-CHOICE THRU 2200-EXIT
016900     EVALUATE WS-FUNCTION-CHOICE
017000         WHEN '1'
017100             PERFORM 3000-ADD-DEDUCTION THRU 3000-EXIT
017200         WHEN '2'
017300             PERFORM 4000-CHANGE-DEDUCTION THRU 4000-EXIT
017400         WHEN '3'
017500             PERFORM 5000-DELETE-DEDUCTION THRU 5000-EXIT
017600         WHEN '4'
017700             PERFORM 6000-INQUIRE-DEDUCTIONS THRU 6000-EXIT
017800         WHEN '5'
017900             MOVE 'N' TO WS-MORE-SW
018000         WHEN OTHER
018100             DISPLAY 'DEDN0001E - INVALID SELECTION, TRY '
018200                     'AGAIN'
018300     END-EVALUATE.
018400 2000-EXIT.
018500     EXIT.
018600
018700 2100-DISPLAY-MENU.
018800     DISPLAY '1. ADD DEDUCTION LINE'
018900     DISPLAY '2. CHANGE DEDUCTION LINE'
019000     DISPLAY '3. DELETE DEDUCTION LINE'
019100     DISPLAY '4. INQUIRE DEDUCTIONS'
019200     DISPLAY '5. EXIT'.
019300 2100-EXIT.
019400     EXIT.
019500
019600 2200-GET-CHOICE.
019700     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING
019800     ACCEPT WS-FUNCTION-CHOICE.
019900 2200-EXIT.
020000     EXIT.
020100*
020200*----------------------------------------------------------*
020300*    2300-ACCEPT-EMPLOYEE-ID - COMMON ROUTINE USED BY EVERY *
020400*    FUNCTION TO READ AN EMPLOYEEID FROM THE TERMINAL AND   *
020500*    EDIT IT AS NUMERIC BEFORE IT IS USED AS A RECORD KEY   *
020600*----------------------------------------------------------*
020700*
020800 2300-ACCEPT-EMPLOYEE-ID.
020900     MOVE 'N' TO WS-EDIT-SW
021000     DISPLAY 'ENTER EMPLOYEEID (5 DIGITS): ' WITH NO ADVANCING
021100     ACCEPT WS-INPUT-ID
021200     IF WS-INPUT-ID NOT NUMERIC
021300         DISPLAY 'DEDN0002E - EMPLOYEEID MUST BE NUMERIC'
021400         MOVE 'Y' TO WS-EDIT-SW
021500     ELSE
021600         MOVE WS-INPUT-ID TO DednEmployeeID
021700     END-IF.
021800 2300-EXIT.
021900     EXIT.
022000
022100 2400-ACCEPT-CODE.
022200     MOVE 'N' TO WS-EDIT-SW
022300     DISPLAY 'ENTER DEDUCTION CODE (UP TO 4 CHARACTERS): '
022400         WITH NO ADVANCING
022500     ACCEPT WS-INPUT-CODE
022600     IF WS-INPUT-CODE = SPACES
022700         DISPLAY 'DEDN0006E - DEDUCTION CODE IS REQUIRED'
022800         MOVE 'Y' TO WS-EDIT-SW
022900     END-IF.
023000 2400-EXIT.
023100     EXIT.
023200
023300 2500-ACCEPT-METHOD.
023400     MOVE 'N' TO WS-EDIT-SW
023500     DISPLAY 'ENTER METHOD - F=FLAT AMOUNT, P=PERCENT OF GROSS: '
023600         WITH NO ADVANCING
023700     ACCEPT WS-INPUT-METHOD
023800     IF WS-INPUT-METHOD NOT = 'F' AND 'P'
023900         DISPLAY 'DEDN0007E - METHOD MUST BE F OR P'
024000         MOVE 'Y' TO WS-EDIT-SW
024100     END-IF.
024200 2500-EXIT.
024300     EXIT.
024400*
024500*    A FLAT LINE TAKES A WHOLE-DOLLAR AMOUNT PER CHECK, A
024600*    PERCENT LINE A PERCENT OF THE CHECK'S PERIOD GROSS -
024700*    ABOVE ZERO AND NO MORE THAN 100.00 EITHER WAY.
024800*
024900 2600-ACCEPT-AMOUNT.
025000     MOVE 'N' TO WS-EDIT-SW
025100     IF WS-INPUT-METHOD = 'F'
025200         DISPLAY 'ENTER FLAT AMOUNT PER CHECK (WHOLE DOLLARS): '
025300             WITH NO ADVANCING
025400         ACCEPT WS-INPUT-AMOUNT
025500         IF WS-INPUT-AMOUNT NOT NUMERIC
025600             DISPLAY 'DEDN0008E - AMOUNT MUST BE NUMERIC'
025700             MOVE 'Y' TO WS-EDIT-SW
025800         ELSE
025900             IF WS-INPUT-AMOUNT = ZERO
026000                 DISPLAY 'DEDN0008E - AMOUNT MUST BE ABOVE ZERO'
026100                 MOVE 'Y' TO WS-EDIT-SW
026200             END-IF
026300         END-IF
026400     ELSE
026500         DISPLAY 'ENTER PERCENT OF GROSS (5 DIGITS, 00650 = '
026600                 '6.50): ' WITH NO ADVANCING
026700         ACCEPT WS-INPUT-PERCENT
026800         IF WS-INPUT-PERCENT NOT NUMERIC
026900             DISPLAY 'DEDN0009E - PERCENT MUST BE 5 DIGITS'
027000             MOVE 'Y' TO WS-EDIT-SW
027100         ELSE
027200             IF WS-INPUT-PERCENT-NUM = ZERO
027300               OR WS-INPUT-PERCENT-NUM > 100
027400                 DISPLAY 'DEDN0009E - PERCENT MUST BE ABOVE ZERO '
027500                         'AND NO MORE THAN 100.00'
027600                 MOVE 'Y' TO WS-EDIT-SW
027700             END-IF
027800         END-IF
027900     END-IF.
028000 2600-EXIT.
028100     EXIT.
028200
028300 2700-ACCEPT-TIMING.
028400     MOVE 'N' TO WS-EDIT-SW
028500     DISPLAY 'ENTER TAX TIMING - B=BEFORE TAX, A=AFTER TAX: '
028600         WITH NO ADVANCING
028700     ACCEPT WS-INPUT-TIMING
028800     IF WS-INPUT-TIMING NOT = 'B' AND 'A'
028900         DISPLAY 'DEDN0010E - TAX TIMING MUST BE B OR A'
029000         MOVE 'Y' TO WS-EDIT-SW
029100     END-IF.
029200 2700-EXIT.
029300     EXIT.
029400*
029500*    A BLANK REPLY DEFAULTS TO ZERO - NO ANNUAL LIMIT.
029600*
029700 2800-ACCEPT-LIMIT.
029800     MOVE 'N' TO WS-EDIT-SW
029900     DISPLAY 'ENTER ANNUAL LIMIT (WHOLE DOLLARS, BLANK = NONE): '
030000         WITH NO ADVANCING
030100     ACCEPT WS-INPUT-LIMIT
030200     IF WS-INPUT-LIMIT = SPACES
030300         MOVE ZEROS TO WS-INPUT-LIMIT
030400     END-IF
030500     IF WS-INPUT-LIMIT NOT NUMERIC
030600         DISPLAY 'DEDN0011E - ANNUAL LIMIT MUST BE NUMERIC'
030700         MOVE 'Y' TO WS-EDIT-SW
030800     END-IF.
030900 2800-EXIT.
031000     EXIT.
031100*
031200*----------------------------------------------------------*
031300*    2900-FIND-LINE - LOOK FOR THE ENTERED DEDUCTION CODE   *
031400*    AMONG THE LINES IN USE ON THE RECORD JUST READ.  ON A  *
031500*    HIT WS-LINE-IX POINTS AT THE LINE.                     *
031600*----------------------------------------------------------*
031700*
031800 2900-FIND-LINE.
031900     MOVE 'N'  TO WS-LINE-FOUND-SW
032000     MOVE ZERO TO WS-LINE-IX
032100     PERFORM 2910-CHECK-ONE-LINE THRU 2910-EXIT
032200         VARYING WS-SCAN-IX FROM 1 BY 1
032300         UNTIL WS-SCAN-IX > DednLineCount
032400            OR LINE-FOUND.
032500 2900-EXIT.
032600     EXIT.
032700
032800 2910-CHECK-ONE-LINE.
032900     IF DednCode(WS-SCAN-IX) = WS-INPUT-CODE
033000         MOVE 'Y'        TO WS-LINE-FOUND-SW
033100         MOVE WS-SCAN-IX TO WS-LINE-IX
033200     END-IF.
033300 2910-EXIT.
033400     EXIT.
033500*
033600*----------------------------------------------------------*
033700*    3000-ADD-DEDUCTION - ADD A DEDUCTION LINE.  THE FIRST  *
033800*    LINE FOR AN EMPLOYEE CREATES THE RECORD, AND THE       *
033900*    EMPLOYEEID MUST THEN EXIST ON THE EMPLOYEE1 MASTER.    *
034000*    THE CODE MUST NOT ALREADY BE ON THE RECORD AND THERE   *
034100*    MUST BE A FREE LINE FOR IT.                            *
034200*----------------------------------------------------------*
034300*
034400 3000-ADD-DEDUCTION.
034500     PERFORM 2300-ACCEPT-EMPLOYEE-ID THRU 2300-EXIT
034600     IF EDIT-FAILED
034700         GO TO 3000-EXIT
034800     END-IF
034900     PERFORM 3100-READ-DEDUCTIONS THRU 3100-EXIT
035000     IF NOT RECORD-FOUND
035100         PERFORM 3050-CHECK-EMPLOYEE1 THRU 3050-EXIT
035200         IF NOT RECORD-FOUND
035300             DISPLAY 'DEDN0003E - EMPLOYEEID IS NOT ON THE '
035400                     'EMPLOYEE1 MASTER'
035500             GO TO 3000-EXIT
035600         END-IF
035700         INITIALIZE DeductionRecord
035800         MOVE WS-INPUT-ID TO DednEmployeeID
035900         MOVE 'N' TO WS-FOUND-SW
036000     END-IF
036100     IF DednLineCount NOT < WS-LINE-MAX
036200         DISPLAY 'DEDN0004E - ALL DEDUCTION LINES ARE IN USE '
036300                 'FOR THIS EMPLOYEEID'
036400         GO TO 3000-EXIT
036500     END-IF
036600     PERFORM 2400-ACCEPT-CODE THRU 2400-EXIT
036700     IF EDIT-FAILED
036800         GO TO 3000-EXIT
036900     END-IF
037000     PERFORM 2900-FIND-LINE THRU 2900-EXIT
037100     IF LINE-FOUND
037200         DISPLAY 'DEDN0005E - DEDUCTION CODE IS ALREADY ON '
037300                 'FILE FOR THIS EMPLOYEEID'
037400         GO TO 3000-EXIT
037500     END-IF
037600     PERFORM 2500-ACCEPT-METHOD THRU 2500-EXIT
037700     IF EDIT-FAILED
037800         GO TO 3000-EXIT
037900     END-IF
038000     PERFORM 2600-ACCEPT-AMOUNT THRU 2600-EXIT
038100     IF EDIT-FAILED
038200         GO TO 3000-EXIT
038300     END-IF
038400     PERFORM 2700-ACCEPT-TIMING THRU 2700-EXIT
038500     IF EDIT-FAILED
038600         GO TO 3000-EXIT
038700     END-IF
038800     PERFORM 2800-ACCEPT-LIMIT THRU 2800-EXIT
038900     IF EDIT-FAILED
039000         GO TO 3000-EXIT
039100     END-IF
039200     ADD 1 TO DednLineCount
039300     MOVE DednLineCount TO WS-LINE-IX
039400     PERFORM 3200-MOVE-LINE-FIELDS THRU 3200-EXIT
039500     IF RECORD-FOUND
039600         REWRITE DeductionRecord
039700             INVALID KEY
039800                 DISPLAY 'DEDN0012E - ADD FAILED ON REWRITE'
039900             NOT INVALID KEY
040000                 DISPLAY 'DEDN0013I - DEDUCTION LINE ADDED'
040100                 MOVE 'ADDED' TO WS-AUDIT-ACTION
040200                 PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
040300         END-REWRITE
040400     ELSE
040500         WRITE DeductionRecord
040600             INVALID KEY
040700                 DISPLAY 'DEDN0012E - ADD FAILED, EMPLOYEEID '
040800                         'ALREADY HAS A DEDUCTION RECORD'
040900             NOT INVALID KEY
041000                 DISPLAY 'DEDN0013I - DEDUCTION LINE ADDED'
041100                 MOVE 'ADDED' TO WS-AUDIT-ACTION
041200                 PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
041300         END-WRITE
041400     END-IF.
041500 3000-EXIT.
041600     EXIT.
041700*
041800*    A KEYED READ ON A DYNAMIC-ACCESS INDEXED FILE USES
041900*    WHATEVER VALUE IS SITTING IN THE RECORD KEY FIELD, SO
042000*    THE ENTERED ID IS MOVED INTO EMPLOYEEID1 BEFORE THE
042100*    EXISTENCE CHECK AGAINST THE EMPLOYEE1 MASTER.
042200*
042300 3050-CHECK-EMPLOYEE1.
042400     MOVE 'N' TO WS-FOUND-SW
042500     MOVE WS-INPUT-ID TO EmployeeID1
042600     READ Employee1File
042700         INVALID KEY
042800             MOVE 'N' TO WS-FOUND-SW
042900         NOT INVALID KEY
043000             MOVE 'Y' TO WS-FOUND-SW
043100     END-READ.
043200 3050-EXIT.
043300     EXIT.
043400
043500 3100-READ-DEDUCTIONS.
043600     MOVE 'N' TO WS-FOUND-SW
043700     READ DeductionFile
043800         INVALID KEY
043900             MOVE 'N' TO WS-FOUND-SW
044000         NOT INVALID KEY
044100             MOVE 'Y' TO WS-FOUND-SW
044200     END-READ.
044300 3100-EXIT.
044400     EXIT.
044500*
044600*    THE EDITED REPLIES GO ONTO LINE WS-LINE-IX.  ONLY THE
044700*    FIELD THE METHOD USES IS KEPT - THE OTHER IS ZEROED SO
044800*    A LINE SWITCHED FROM ONE METHOD TO THE OTHER CARRIES NO
044900*    STALE FIGURE.
045000*
045100 3200-MOVE-LINE-FIELDS.
045200     MOVE WS-INPUT-CODE   TO DednCode(WS-LINE-IX)
045300     MOVE WS-INPUT-METHOD TO DednMethod(WS-LINE-IX)
045400     IF WS-INPUT-METHOD = 'F'
045500         MOVE WS-INPUT-AMOUNT TO DednFlatAmount(WS-LINE-IX)
045600         MOVE ZERO            TO DednPercent(WS-LINE-IX)
045700     ELSE
045800         MOVE ZERO            TO DednFlatAmount(WS-LINE-IX)
045900         MOVE WS-INPUT-PERCENT-NUM
046000                              TO DednPercent(WS-LINE-IX)
046100     END-IF
046200     MOVE WS-INPUT-TIMING TO DednTaxTiming(WS-LINE-IX)
046300     MOVE WS-INPUT-LIMIT  TO DednAnnualLimit(WS-LINE-IX).
046400 3200-EXIT.
046500     EXIT.
046600*
046700*----------------------------------------------------------*
046800*    4000-CHANGE-DEDUCTION - REPLACE THE METHOD, AMOUNT,    *
046900*    TAX TIMING AND ANNUAL LIMIT ON AN EXISTING LINE        *
047000*----------------------------------------------------------*
047100*
047200 4000-CHANGE-DEDUCTION.
047300     PERFORM 2300-ACCEPT-EMPLOYEE-ID THRU 2300-EXIT
047400     IF EDIT-FAILED
047500         GO TO 4000-EXIT
047600     END-IF
047700     READ DeductionFile
047800         INVALID KEY
047900             DISPLAY 'DEDN0014E - EMPLOYEEID HAS NO DEDUCTIONS'
048000             GO TO 4000-EXIT
048100     END-READ
048200     PERFORM 2400-ACCEPT-CODE THRU 2400-EXIT
048300     IF EDIT-FAILED
048400         GO TO 4000-EXIT
048500     END-IF
048600     PERFORM 2900-FIND-LINE THRU 2900-EXIT
048700     IF NOT LINE-FOUND
048800         DISPLAY 'DEDN0017E - DEDUCTION CODE NOT FOUND FOR '
048900                 'THIS EMPLOYEEID'
049000         GO TO 4000-EXIT
049100     END-IF
049200     PERFORM 6100-DISPLAY-ONE-LINE THRU 6100-EXIT
049300     PERFORM 2500-ACCEPT-METHOD THRU 2500-EXIT
049400     IF EDIT-FAILED
049500         GO TO 4000-EXIT
049600     END-IF
049700     PERFORM 2600-ACCEPT-AMOUNT THRU 2600-EXIT
049800     IF EDIT-FAILED
049900         GO TO 4000-EXIT
050000     END-IF
050100     PERFORM 2700-ACCEPT-TIMING THRU 2700-EXIT
050200     IF EDIT-FAILED
050300         GO TO 4000-EXIT
050400     END-IF
050500     PERFORM 2800-ACCEPT-LIMIT THRU 2800-EXIT
050600     IF EDIT-FAILED
050700         GO TO 4000-EXIT
050800     END-IF
050900     PERFORM 3200-MOVE-LINE-FIELDS THRU 3200-EXIT
051000     REWRITE DeductionRecord
051100         INVALID KEY
051200             DISPLAY 'DEDN0018E - CHANGE FAILED'
051300         NOT INVALID KEY
051400             DISPLAY 'DEDN0019I - DEDUCTION LINE CHANGED'
051500             MOVE 'CHANGED' TO WS-AUDIT-ACTION
051600             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
051700     END-REWRITE.
051800 4000-EXIT.
051900     EXIT.
052000*
052100*----------------------------------------------------------*
052200*    5000-DELETE-DEDUCTION - REMOVE A DEDUCTION LINE, AFTER *
052300*    THE OPERATOR CONFIRMS IT.  THE LINES BELOW IT MOVE UP  *
052400*    SO THE RECORD STAYS PACKED FROM THE FRONT, AND THE     *
052500*    RECORD ITSELF GOES WHEN ITS LAST LINE DOES.  THE       *
052600*    CODE'S YEAR-TO-DATE TOTAL STAYS ON PAYYTD.             *
052700*----------------------------------------------------------*
052800*
052900 5000-DELETE-DEDUCTION.
053000     PERFORM 2300-ACCEPT-EMPLOYEE-ID THRU 2300-EXIT
053100     IF EDIT-FAILED
053200         GO TO 5000-EXIT
053300     END-IF
053400     READ DeductionFile
053500         INVALID KEY
053600             DISPLAY 'DEDN0014E - EMPLOYEEID HAS NO DEDUCTIONS'
053700             GO TO 5000-EXIT
053800     END-READ
053900     PERFORM 2400-ACCEPT-CODE THRU 2400-EXIT
054000     IF EDIT-FAILED
054100         GO TO 5000-EXIT
054200     END-IF
054300     PERFORM 2900-FIND-LINE THRU 2900-EXIT
054400     IF NOT LINE-FOUND
054500         DISPLAY 'DEDN0017E - DEDUCTION CODE NOT FOUND FOR '
054600                 'THIS EMPLOYEEID'
054700         GO TO 5000-EXIT
054800     END-IF
054900     PERFORM 6100-DISPLAY-ONE-LINE THRU 6100-EXIT
055000     DISPLAY 'DELETE THIS DEDUCTION LINE - Y/N: '
055100         WITH NO ADVANCING
055200     ACCEPT WS-CONFIRM
055300     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
055400         DISPLAY 'DEDN0020I - DELETE CANCELLED'
055500         GO TO 5000-EXIT
055600     END-IF
055700     PERFORM 5100-CLOSE-UP-LINE THRU 5100-EXIT
055800         VARYING WS-SCAN-IX FROM WS-LINE-IX BY 1
055900         UNTIL WS-SCAN-IX NOT < DednLineCount
056000     INITIALIZE DednLine(DednLineCount)
056100     SUBTRACT 1 FROM DednLineCount
056200     IF DednLineCount = ZERO
056300         DELETE DeductionFile
056400             INVALID KEY
056500                 DISPLAY 'DEDN0021E - DELETE FAILED'
056600             NOT INVALID KEY
056700                 DISPLAY 'DEDN0022I - DEDUCTION LINE DELETED, '
056800                         'NO LINES LEFT - RECORD REMOVED'
056900                 MOVE 'DELETED' TO WS-AUDIT-ACTION
057000                 PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
057100         END-DELETE
057200     ELSE
057300         REWRITE DeductionRecord
057400             INVALID KEY
057500                 DISPLAY 'DEDN0021E - DELETE FAILED'
057600             NOT INVALID KEY
057700                 DISPLAY 'DEDN0023I - DEDUCTION LINE DELETED'
057800                 MOVE 'DELETED' TO WS-AUDIT-ACTION
057900                 PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
058000         END-REWRITE
058100     END-IF.
058200 5000-EXIT.
058300     EXIT.
058400
058500 5100-CLOSE-UP-LINE.
058600     MOVE DednLine(WS-SCAN-IX + 1) TO DednLine(WS-SCAN-IX).
058700 5100-EXIT.
058800     EXIT.
058900*
059000*----------------------------------------------------------*
059100*    6000-INQUIRE-DEDUCTIONS - DISPLAY EVERY LINE ON AN     *
059200*    EMPLOYEE'S DEDUCTION RECORD WITHOUT CHANGING IT        *
059300*----------------------------------------------------------*
059400*
059500 6000-INQUIRE-DEDUCTIONS.
059600     PERFORM 2300-ACCEPT-EMPLOYEE-ID THRU 2300-EXIT
059700     IF EDIT-FAILED
059800         GO TO 6000-EXIT
059900     END-IF
060000     READ DeductionFile
060100         INVALID KEY
060200             DISPLAY 'DEDN0014E - EMPLOYEEID HAS NO DEDUCTIONS'
060300             GO TO 6000-EXIT
060400     END-READ
060500     DISPLAY 'EMPLOYEEID:   ' DednEmployeeID
060600     DISPLAY 'LINES:        ' DednLineCount
060700     PERFORM 6100-DISPLAY-ONE-LINE THRU 6100-EXIT
060800         VARYING WS-LINE-IX FROM 1 BY 1
060900         UNTIL WS-LINE-IX > DednLineCount.
061000 6000-EXIT.
061100     EXIT.
061200
061300 6100-DISPLAY-ONE-LINE.
061400     DISPLAY 'CODE:         ' DednCode(WS-LINE-IX)
061500     DISPLAY 'METHOD:       ' DednMethod(WS-LINE-IX)
061600     IF DEDN-FLAT(WS-LINE-IX)
061700         DISPLAY 'FLAT AMOUNT:  ' DednFlatAmount(WS-LINE-IX)
061800     ELSE
061900         MOVE DednPercent(WS-LINE-IX) TO WS-DISPLAY-PERCENT
062000         DISPLAY 'PERCENT:      ' WS-DISPLAY-PERCENT
062100     END-IF
062200     DISPLAY 'TAX TIMING:   ' DednTaxTiming(WS-LINE-IX)
062300     DISPLAY 'ANNUAL LIMIT: ' DednAnnualLimit(WS-LINE-IX).
062400 6100-EXIT.
062500     EXIT.
062600*
062700*----------------------------------------------------------*
062800*    7000-WRITE-AUDIT-RECORD - APPEND ONE ENTRY TO THE      *
062900*    SHARED AUDIT TRAIL FOR A COMPLETED ADD, CHANGE OR      *
063000*    DELETE.  WS-AUDIT-ACTION IS SET BY THE CALLER BEFORE   *
063100*    THIS IS PERFORMED.                                     *
063200*----------------------------------------------------------*
063300*
063400 7000-WRITE-AUDIT-RECORD.
063500     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
063600     ACCEPT AUD-RUN-TIME FROM TIME
063700     MOVE 'DEDNMNT'               TO AUD-PROGRAM-ID
063800     MOVE 'DEDNMAST.DAT'          TO AUD-FILE1-NAME
063900     MOVE 1                       TO AUD-FILE1-COUNT
064000     MOVE SPACES                  TO AUD-FILE2-NAME
064100     MOVE ZERO                    TO AUD-FILE2-COUNT
064200     MOVE SPACES                  TO AUD-FILE3-NAME
064300     MOVE ZERO                    TO AUD-FILE3-COUNT
064400     MOVE 1                       TO AUD-OUTPUT-COUNT
064500     MOVE WS-AUDIT-ACTION         TO AUD-COMPLETION-STATUS
064600     WRITE AuditRecord.
064700 7000-EXIT.
064800     EXIT.
064900*
065000*----------------------------------------------------------*
065100*    9000-TERMINATE - CLOSE THE MASTERS AND END             *
065200*----------------------------------------------------------*
065300*
065400 9000-TERMINATE.
065500     CLOSE DeductionFile
065600     CLOSE Employee1File
065700     CLOSE AuditFile
065800     DISPLAY 'PAYROLL DEDUCTION MASTER MAINTENANCE COMPLETE'.
065900 9000-EXIT.
066000     EXIT.
