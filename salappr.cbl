000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ApproveSalaryChanges.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  THE SECOND HALF OF THE
001100*                     DUAL CONTROL ON SALARY CHANGES.  SALAPPLY
001200*                     HOLDS ANY SALTRAN ADD OR CHANGE OVER ITS
001300*                     LIMITS ON THE PENDMAST PENDING APPROVAL
001400*                     FILE (SHARED PENDREC LAYOUT); HERE A
001500*                     SECOND, NAMED APPROVER - NEVER THE PERSON
001600*                     WHO KEYED THE ITEM - LISTS WHAT IS
001700*                     WAITING AND RELEASES OR REJECTS EACH
001800*                     ITEM.  A RELEASE RE-EDITS THE ITEM
001900*                     AGAINST EMPLOYEE2 AND GRADMAST AS THEY
002000*                     STAND NOW, APPLIES IT, AND WRITES THE
002100*                     SALHIST BEFORE/AFTER IMAGE CARRYING THE
002200*                     APPROVER'S ID.  EVERY DECISION IS KEPT
002300*                     ON PENDMAST WITH THE APPROVER AND WHEN,
002400*                     AND LOGGED TO THE AUDIT TRAIL IN THE
002500*                     SAME STYLE AS THE MAINTENANCE PROGRAMS.
002600*
002700*----------------------------------------------------------*
002800*    APPROVESALARYCHANGES - RELEASE OR REJECT THE SALARY   *
002900*    TRANSACTIONS HELD ON PENDMAST FOR A SECOND APPROVAL.  *
003000*    RUN INTERACTIVELY FROM A TERMINAL.                    *
003100*----------------------------------------------------------*
003200*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PendingFile ASSIGN TO PENDMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PendKey
004000         FILE STATUS IS WS-PEND-STATUS-CODE.
004100     SELECT Employee2File ASSIGN TO EMPLOYE2
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS EmployeeID2
004500         FILE STATUS IS WS-EMP2-STATUS-CODE.
004600     SELECT GradeMasterFile ASSIGN TO GRADMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS GradeCode
005000         FILE STATUS IS WS-GRAD-STATUS-CODE.
005100     SELECT HistoryFile ASSIGN TO SALHIST
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-HIST-STATUS-CODE.
005400     SELECT AuditFile ASSIGN TO MERGEAUD
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-AUD-STATUS-CODE.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PendingFile.
006100     COPY PENDREC.
006200
006300 FD  Employee2File.
006400     COPY EMP2REC.
006500
006600 FD  GradeMasterFile.
006700     COPY GRADREC.
006800
006900 FD  HistoryFile.
007000     COPY HISTREC.
007100
007200 FD  AuditFile.
007300     COPY AUDITREC.
007400
007500 WORKING-STORAGE SECTION.
007600*
007700*    FILE STATUS AND LOOP CONTROL
007800*
007900 77  WS-PEND-STATUS-CODE    PIC XX.
008000 77  WS-EMP2-STATUS-CODE    PIC XX.
008100 77  WS-GRAD-STATUS-CODE    PIC XX.
008200 77  WS-HIST-STATUS-CODE    PIC XX.
008300 77  WS-AUD-STATUS-CODE     PIC XX.
008400 77  WS-MORE-SW             PIC X VALUE 'Y'.
008500     88  MORE-TRANSACTIONS          VALUE 'Y'.
008600 77  WS-FUNCTION-CHOICE     PIC X VALUE SPACE.
008700 77  WS-EDIT-SW             PIC X VALUE 'N'.
008800     88  EDIT-FAILED                VALUE 'Y'.
008900 77  WS-FOUND-SW            PIC X VALUE 'N'.
009000     88  RECORD-FOUND                VALUE 'Y'.
009100 77  WS-EMP2-FOUND-SW       PIC X VALUE 'N'.
009200     88  EMP2-FOUND                  VALUE 'Y'.
009300 77  WS-CONFIRM             PIC X VALUE SPACE.
009400 77  WS-EOF-PEND            PIC X VALUE 'N'.
009500     88  EOF-PEND                    VALUE 'Y'.
009600*
009700*    THE APPROVER - ENTERED ONCE AT THE START OF THE SESSION
009800*    AND STAMPED ON EVERY DECISION AND RELEASED IMAGE
009900*
010000 77  WS-APPROVER-ID         PIC X(08) VALUE SPACES.
010100*
010200*    TRANSACTION WORK AREAS
010300*
010400 77  WS-INPUT-ID            PIC X(05).
010500 77  WS-SELECT-ID           PIC 9(05) VALUE ZERO.
010600 77  WS-INPUT-NOTE          PIC X(30).
010700 77  WS-AUDIT-ACTION        PIC X(10).
010800 77  WS-AUDIT-EMP2-COUNT    PIC 9(07) VALUE ZERO.
010900 77  WS-HIST-OLD-SALARY     PIC 9(07) VALUE ZERO.
011000 77  WS-COUNT-LISTED        PIC 9(07) COMP VALUE ZERO.
011100 77  WS-DISPLAY-COUNT       PIC Z(06)9.
011200*
011300*    PENDING ITEM LIST LINE
011400*
011500 01  WS-ITEM-LINE.
011600     05  WS-ITEM-ID             PIC 9(05).
011700     05  FILLER                 PIC X(01) VALUE SPACES.
011800     05  WS-ITEM-ACTION         PIC X(01).
011900     05  FILLER                 PIC X(01) VALUE SPACES.
012000     05  WS-ITEM-OLD            PIC Z(06)9.
012100     05  FILLER                 PIC X(01) VALUE SPACES.
012200     05  WS-ITEM-NEW            PIC Z(06)9.
012300     05  FILLER                 PIC X(01) VALUE SPACES.
012400     05  WS-ITEM-HELD           PIC 9(08).
012500     05  FILLER                 PIC X(01) VALUE SPACES.
012600     05  WS-ITEM-KEYED-BY       PIC X(08).
012700     05  FILLER                 PIC X(01) VALUE SPACES.
012800     05  WS-ITEM-REASON         PIC X(30).
012900*
013000*----------------------------------------------------------*
013100*    0000-MAINLINE                                         *
013200*----------------------------------------------------------*
013300*
013400 PROCEDURE DIVISION.
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013700     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
013800         UNTIL NOT MORE-TRANSACTIONS
013900     PERFORM 9000-TERMINATE THRU 9000-EXIT
014000     STOP RUN.
014100*
014200*----------------------------------------------------------*
014300*    1000-INITIALIZE - TAKE THE APPROVER'S ID, THEN OPEN   *
014400*    THE PENDING FILE AND EMPLOYEE2 FOR UPDATE, THE GRADE  *
014500*    MASTER FOR THE RANGE RE-EDIT, AND THE SALHIST AND     *
014600*    AUDIT TRAIL FILES TO APPEND TO.  NO SESSION RUNS      *
014700*    WITHOUT A NAMED APPROVER.  PENDMAST IS A VSAM KSDS    *
014800*    CLUSTER ONLY THE PENDINIT SETUP JOB CAN DEFINE, SO A  *
014900*    STATUS 35 MEANS PENDINIT WAS NEVER RUN.               *
015000*----------------------------------------------------------*
015100*
015200 1000-INITIALIZE.
015300     DISPLAY ' '
015400     DISPLAY 'SALARY CHANGE APPROVAL'
015500     DISPLAY ' '
015600     DISPLAY 'ENTER YOUR APPROVER USER ID: ' WITH NO ADVANCING
015700     ACCEPT WS-APPROVER-ID
015800     IF WS-APPROVER-ID = SPACES
015900         DISPLAY 'SAPR0001E - AN APPROVER USER ID IS REQUIRED - '
016000                 'SESSION ENDED'
016100         MOVE 16 TO RETURN-CODE
016200         STOP RUN
016300     END-IF
016400     OPEN I-O PendingFile
016500     IF WS-PEND-STATUS-CODE = '35'
016600         DISPLAY 'SAPR0002E - PENDMAST PENDING APPROVAL CLUSTER '
016700                 'DOES NOT EXIST - RUN THE PENDINIT SETUP JOB'
016800         MOVE 16 TO RETURN-CODE
016900         STOP RUN
017000     END-IF
017010     IF WS-PEND-STATUS-CODE NOT = '00'
017020         DISPLAY 'SAPR0022E - PENDMAST PENDING APPROVAL CLUSTER '
017030                 'COULD NOT BE OPENED, STATUS '
017040                 WS-PEND-STATUS-CODE
017050         MOVE 16 TO RETURN-CODE
017060         STOP RUN
017070     END-IF
017100     OPEN I-O Employee2File
017200     IF WS-EMP2-STATUS-CODE NOT = '00'
017300         DISPLAY 'SAPR0003E - EMPLOYEE2 MASTER COULD NOT BE '
017400                 'OPENED, STATUS ' WS-EMP2-STATUS-CODE
017500         MOVE 16 TO RETURN-CODE
017600         STOP RUN
017700     END-IF
017800     OPEN INPUT GradeMasterFile
017900     IF WS-GRAD-STATUS-CODE NOT = '00'
018000         DISPLAY 'SAPR0004E - GRADMAST PAY GRADE MASTER COULD '
018100                 'NOT BE OPENED, STATUS ' WS-GRAD-STATUS-CODE
018200         MOVE 16 TO RETURN-CODE
018300         STOP RUN
018400     END-IF
018500*
018600*    THE SALARY CHANGE HISTORY AND THE AUDIT TRAIL BOTH
018700*    ACCUMULATE ACROSS RUNS, SO THEY ARE OPENED EXTEND TO
018800*    APPEND, FALLING BACK TO OPEN OUTPUT ON THE VERY FIRST
018900*    RUN AT A NEW SITE (STATUS 35).
019000*
019100     OPEN EXTEND HistoryFile
019200     IF WS-HIST-STATUS-CODE = '35'
019300         OPEN OUTPUT HistoryFile
019400     END-IF
019500     OPEN EXTEND AuditFile
019600     IF WS-AUD-STATUS-CODE = '35'
019700         OPEN OUTPUT AuditFile
019800     END-IF
019900     DISPLAY ' '.
020000 1000-EXIT.
020100     EXIT.
020200*
020300*----------------------------------------------------------*
020400*    2000-PROCESS-MENU - DISPLAY THE MENU, READ A CHOICE   *
020500*    AND DISPATCH TO THE REQUESTED FUNCTION                *
020600*----------------------------------------------------------*
020700*
020800 2000-PROCESS-MENU.
020900     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT
021000     PERFORM 2200-GET-CHOICE THRU 2200-EXIT
021100     EVALUATE WS-FUNCTION-CHOICE
021200         WHEN '1'
021300             PERFORM 5000-LIST-PENDING THRU 5000-EXIT
021400         WHEN '2'
021500             PERFORM 3000-RELEASE-ITEM THRU 3000-EXIT
021600         WHEN '3'
021700             PERFORM 4000-REJECT-ITEM THRU 4000-EXIT
021800         WHEN '4'
021900             MOVE 'N' TO WS-MORE-SW
022000         WHEN OTHER
022100             DISPLAY 'SAPR0005E - INVALID SELECTION, TRY '
022200                     'AGAIN'
022300     END-EVALUATE.
022400 2000-EXIT.
022500     EXIT.
022600
022700 2100-DISPLAY-MENU.
022800     DISPLAY '1. LIST ITEMS AWAITING APPROVAL'
022900     DISPLAY '2. RELEASE A HELD ITEM'
023000     DISPLAY '3. REJECT A HELD ITEM'
023100     DISPLAY '4. EXIT'.
023200 2100-EXIT.
023300     EXIT.
023400
023500 2200-GET-CHOICE.
023600     DISPLAY 'ENTER SELECTION: ' WITH NO ADVANCING
023700     ACCEPT WS-FUNCTION-CHOICE.
023800 2200-EXIT.
023900     EXIT.
024000*
024100*----------------------------------------------------------*
024200*    2300-FIND-PENDING - COMMON ROUTINE FOR RELEASE AND    *
024300*    REJECT.  READ AN EMPLOYEEID FROM THE TERMINAL AND     *
024400*    BROWSE PENDMAST FROM THE START OF THAT EMPLOYEE'S     *
024500*    ITEMS TO THE OLDEST ONE STILL PENDING, WHICH IS LEFT  *
024600*    IN THE RECORD AREA AND SHOWN.  AN ITEM KEYED BY THE   *
024700*    APPROVER IS REFUSED - IT NEEDS A SECOND PERSON.       *
024800*----------------------------------------------------------*
024900*
025000 2300-FIND-PENDING.
025100     MOVE 'N' TO WS-EDIT-SW
025200     MOVE 'N' TO WS-FOUND-SW
025300     MOVE 'N' TO WS-EOF-PEND
025400     DISPLAY 'ENTER EMPLOYEEID (5 DIGITS): ' WITH NO ADVANCING
025500     ACCEPT WS-INPUT-ID
025600     IF WS-INPUT-ID NOT NUMERIC
025700         DISPLAY 'SAPR0006E - EMPLOYEEID MUST BE 5 DIGITS'
025800         MOVE 'Y' TO WS-EDIT-SW
025900         GO TO 2300-EXIT
026000     END-IF
026100     MOVE WS-INPUT-ID TO WS-SELECT-ID
026200     MOVE LOW-VALUES  TO PendKey
026300     MOVE WS-SELECT-ID TO PendEmployeeID
026400     START PendingFile KEY IS NOT LESS THAN PendKey
026500         INVALID KEY
026600             MOVE 'Y' TO WS-EOF-PEND
026700     END-START
026800     PERFORM 2310-READ-NEXT-ITEM THRU 2310-EXIT
026900         UNTIL EOF-PEND OR RECORD-FOUND
027000     IF NOT RECORD-FOUND
027100         DISPLAY 'SAPR0007E - NO ITEM AWAITING APPROVAL FOR '
027200                 'EMPLOYEEID ' WS-INPUT-ID
027300         MOVE 'Y' TO WS-EDIT-SW
027400         GO TO 2300-EXIT
027500     END-IF
027600     PERFORM 2400-DISPLAY-ITEM THRU 2400-EXIT
027700     IF PendKeyedBy = WS-APPROVER-ID
027800         DISPLAY 'SAPR0008E - YOU KEYED THIS ITEM - IT MUST BE '
027900                 'DECIDED BY A SECOND APPROVER'
028000         MOVE 'Y' TO WS-EDIT-SW
028100     END-IF.
028200 2300-EXIT.
028300     EXIT.
028400
028500 2310-READ-NEXT-ITEM.
028600     READ PendingFile NEXT RECORD
028700         AT END
028800             MOVE 'Y' TO WS-EOF-PEND
028900             GO TO 2310-EXIT
029000     END-READ
029100     IF PendEmployeeID NOT = WS-SELECT-ID
029200         MOVE 'Y' TO WS-EOF-PEND
029300         GO TO 2310-EXIT
029400     END-IF
029500     IF PEND-PENDING
029600         MOVE 'Y' TO WS-FOUND-SW
029700     END-IF.
029800 2310-EXIT.
029900     EXIT.
030000
030100 2400-DISPLAY-ITEM.
030200     DISPLAY 'EMPLOYEEID:     ' PendEmployeeID
030300     IF PEND-ADD
030400         DISPLAY 'ACTION:         ADD'
030500     ELSE
030600         DISPLAY 'ACTION:         CHANGE'
030700     END-IF
030800     DISPLAY 'SALARY NOW:     ' PendOldSalary
030900     DISPLAY 'NEW SALARY:     ' PendNewSalary
031000     DISPLAY 'PAY GRADE:      ' PendGrade
031100     DISPLAY 'EFFECTIVE:      ' PendEffectiveDate
031200     DISPLAY 'HELD ON:        ' PendHeldDate
031300     DISPLAY 'KEYED BY:       ' PendKeyedBy
031400     DISPLAY 'HELD BECAUSE:   ' PendHoldReason.
031500 2400-EXIT.
031600     EXIT.
031700*
031800*----------------------------------------------------------*
031900*    3000-RELEASE-ITEM - APPLY A HELD ITEM TO EMPLOYEE2,   *
032000*    AFTER THE APPROVER CONFIRMS IT.  THE ITEM IS          *
032100*    RE-EDITED FIRST AGAINST THE MASTERS AS THEY STAND     *
032200*    NOW; ANYTHING THAT NO LONGER FITS IS REFUSED AND LEFT *
032300*    PENDING, FOR THE APPROVER TO REJECT AND HR TO REKEY.  *
032400*    THE MASTER IS UPDATED FIRST, THEN THE HISTORY IMAGE,  *
032500*    THEN THE ITEM IS MARKED RELEASED.                     *
032600*----------------------------------------------------------*
032700*
032800 3000-RELEASE-ITEM.
032900     PERFORM 2300-FIND-PENDING THRU 2300-EXIT
033000     IF EDIT-FAILED
033100         GO TO 3000-EXIT
033200     END-IF
033300     DISPLAY 'RELEASE THIS ITEM TO EMPLOYEE2 - Y/N: '
033400         WITH NO ADVANCING
033500     ACCEPT WS-CONFIRM
033600     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
033700         DISPLAY 'SAPR0009I - RELEASE CANCELLED'
033800         GO TO 3000-EXIT
033900     END-IF
034000     PERFORM 3100-EDIT-RELEASE THRU 3100-EXIT
034100     IF EDIT-FAILED
034200         GO TO 3000-EXIT
034300     END-IF
034400     IF PEND-ADD
034500         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
034600     ELSE
034700         PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
034800     END-IF
034900     IF EDIT-FAILED
035000         GO TO 3000-EXIT
035100     END-IF
035200     PERFORM 3400-WRITE-HISTORY THRU 3400-EXIT
035300     MOVE 'R'    TO PendStatus
035400     MOVE SPACES TO PendDecisionNote
035500     PERFORM 6000-RECORD-DECISION THRU 6000-EXIT
035600     DISPLAY 'SAPR0010I - ITEM RELEASED AND APPLIED TO EMPLOYEE2'
035700     MOVE 'RELEASED' TO WS-AUDIT-ACTION
035800     MOVE 1          TO WS-AUDIT-EMP2-COUNT
035900     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
036000 3000-EXIT.
036100     EXIT.
036200*
036300*    AN ADD MUST STILL BE NEW TO EMPLOYEE2 AND A CHANGE MUST
036400*    STILL FIND THE EMPLOYEE AT THE SALARY THE ITEM WAS HELD
036500*    AGAINST - IF ANOTHER CHANGE HAS LANDED SINCE, THE
036600*    APPROVER WOULD BE RELEASING A RAISE FROM A FIGURE THAT
036700*    IS NO LONGER TRUE.  THE NEW SALARY MUST STILL FALL
036800*    INSIDE THE GRADE'S RANGE ON GRADMAST.
036900*
037000 3100-EDIT-RELEASE.
037100     MOVE 'N' TO WS-EDIT-SW
037200     MOVE 'N' TO WS-EMP2-FOUND-SW
037300     MOVE PendEmployeeID TO EmployeeID2
037400     READ Employee2File
037500         INVALID KEY
037600             MOVE 'N' TO WS-EMP2-FOUND-SW
037700         NOT INVALID KEY
037800             MOVE 'Y' TO WS-EMP2-FOUND-SW
037900     END-READ
038000     IF PEND-ADD AND EMP2-FOUND
038100         DISPLAY 'SAPR0011E - EMPLOYEEID IS ALREADY ON EMPLOYEE2 '
038200                 '- NOT RELEASED'
038300         MOVE 'Y' TO WS-EDIT-SW
038400         GO TO 3100-EXIT
038500     END-IF
038600     IF PEND-CHANGE AND NOT EMP2-FOUND
038700         DISPLAY 'SAPR0012E - EMPLOYEEID IS NO LONGER ON '
038800                 'EMPLOYEE2 - NOT RELEASED'
038900         MOVE 'Y' TO WS-EDIT-SW
039000         GO TO 3100-EXIT
039100     END-IF
039200     IF PEND-CHANGE AND EmployeeSalary NOT = PendOldSalary
039300         DISPLAY 'SAPR0013E - SALARY ON EMPLOYEE2 HAS CHANGED '
039400                 'SINCE THE ITEM WAS HELD - NOT RELEASED'
039500         MOVE 'Y' TO WS-EDIT-SW
039600         GO TO 3100-EXIT
039700     END-IF
039800     IF PendGrade = SPACES
039900         GO TO 3100-EXIT
040000     END-IF
040100     MOVE PendGrade TO GradeCode
040200     READ GradeMasterFile
040300         INVALID KEY
040400             DISPLAY 'SAPR0014E - PAY GRADE IS NO LONGER ON '
040500                     'GRADMAST - NOT RELEASED'
040600             MOVE 'Y' TO WS-EDIT-SW
040700             GO TO 3100-EXIT
040800     END-READ
040900     IF PendNewSalary < GradeMinimum
041000       OR PendNewSalary > GradeMaximum
041100         DISPLAY 'SAPR0015E - NEW SALARY IS OUTSIDE THE GRADE '
041200                 'RANGE - NOT RELEASED'
041300         MOVE 'Y' TO WS-EDIT-SW
041400     END-IF.
041500 3100-EXIT.
041600     EXIT.
041700
041800 3200-APPLY-ADD.
041900     MOVE ZERO           TO WS-HIST-OLD-SALARY
042000     MOVE PendEmployeeID TO EmployeeID2
042100     MOVE PendNewSalary  TO EmployeeSalary
042200     MOVE PendGrade      TO EmployeeGrade
042300     WRITE EmployeeRecord2
042400         INVALID KEY
042500             DISPLAY 'SAPR0016E - ADD TO EMPLOYEE2 FAILED - NOT '
042600                     'RELEASED'
042700             MOVE 'Y' TO WS-EDIT-SW
042800     END-WRITE.
042900 3200-EXIT.
043000     EXIT.
043100
043200 3300-APPLY-CHANGE.
043300     MOVE EmployeeSalary TO WS-HIST-OLD-SALARY
043400     MOVE PendNewSalary  TO EmployeeSalary
043500     MOVE PendGrade      TO EmployeeGrade
043600     REWRITE EmployeeRecord2
043700         INVALID KEY
043800             DISPLAY 'SAPR0017E - CHANGE TO EMPLOYEE2 FAILED - '
043900                     'NOT RELEASED'
044000             MOVE 'Y' TO WS-EDIT-SW
044100     END-REWRITE.
044200 3300-EXIT.
044300     EXIT.
044400*
044500*    THE BEFORE/AFTER IMAGE OF A RELEASED ITEM, THE SAME AS
044600*    SALAPPLY WRITES FOR WHAT IT APPLIES, PLUS THE APPROVER.
044700*    THE EFFECTIVE DATE IS THE ONE KEYED ON SALTRAN, SO AN
044800*    ITEM RELEASED IN A LATER PAY PERIOD IS MADE GOOD BY THE
044900*    RETRO PAY RUN FOR THE PERIODS IT WAITED THROUGH.
045000*
045100 3400-WRITE-HISTORY.
045200     ACCEPT HIST-RUN-DATE FROM DATE YYYYMMDD
045300     ACCEPT HIST-RUN-TIME FROM TIME
045400     MOVE PendEmployeeID     TO HIST-EMPLOYEE-ID
045500     MOVE PendAction         TO HIST-ACTION
045600     MOVE WS-HIST-OLD-SALARY TO HIST-OLD-SALARY
045700     MOVE PendNewSalary      TO HIST-NEW-SALARY
045800     MOVE 'SALAPPR'          TO HIST-SOURCE
045900     MOVE PendEffectiveDate  TO HIST-EFFECTIVE-DATE
046000     MOVE WS-APPROVER-ID     TO HIST-APPROVED-BY
046100     WRITE HistoryRecord.
046200 3400-EXIT.
046300     EXIT.
046400*
046500*----------------------------------------------------------*
046600*    4000-REJECT-ITEM - TURN A HELD ITEM DOWN, WITH THE    *
046700*    APPROVER'S REASON, AFTER CONFIRMATION.  NOTHING       *
046800*    REACHES EMPLOYEE2; HR REKEYS IF THE CHANGE IS STILL   *
046900*    WANTED.                                               *
047000*----------------------------------------------------------*
047100*
047200 4000-REJECT-ITEM.
047300     PERFORM 2300-FIND-PENDING THRU 2300-EXIT
047400     IF EDIT-FAILED
047500         GO TO 4000-EXIT
047600     END-IF
047700     DISPLAY 'ENTER REASON FOR REJECTING (30 CHARS): '
047800         WITH NO ADVANCING
047900     ACCEPT WS-INPUT-NOTE
048000     IF WS-INPUT-NOTE = SPACES
048100         DISPLAY 'SAPR0018E - A REASON IS REQUIRED TO REJECT'
048200         GO TO 4000-EXIT
048300     END-IF
048400     DISPLAY 'REJECT THIS ITEM - Y/N: ' WITH NO ADVANCING
048500     ACCEPT WS-CONFIRM
048600     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
048700         DISPLAY 'SAPR0019I - REJECT CANCELLED'
048800         GO TO 4000-EXIT
048900     END-IF
049000     MOVE 'X'           TO PendStatus
049100     MOVE WS-INPUT-NOTE TO PendDecisionNote
049200     PERFORM 6000-RECORD-DECISION THRU 6000-EXIT
049300     DISPLAY 'SAPR0020I - ITEM REJECTED'
049400     MOVE 'REJECTED' TO WS-AUDIT-ACTION
049500     MOVE ZERO       TO WS-AUDIT-EMP2-COUNT
049600     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
049700 4000-EXIT.
049800     EXIT.
049900*
050000*----------------------------------------------------------*
050100*    5000-LIST-PENDING - BROWSE THE WHOLE PENDING FILE AND *
050200*    SHOW EVERY ITEM STILL AWAITING A DECISION, IN         *
050300*    EMPLOYEEID ORDER, OLDEST FIRST WITHIN AN EMPLOYEE     *
050400*----------------------------------------------------------*
050500*
050600 5000-LIST-PENDING.
050700     MOVE ZERO TO WS-COUNT-LISTED
050800     MOVE 'N'  TO WS-EOF-PEND
050900     DISPLAY 'EMPID A     NOW     NEW HELD ON  KEYED BY '
051000             'HELD BECAUSE'
051100     MOVE LOW-VALUES TO PendKey
051200     START PendingFile KEY IS NOT LESS THAN PendKey
051300         INVALID KEY
051400             MOVE 'Y' TO WS-EOF-PEND
051500     END-START
051600     PERFORM 5010-LIST-NEXT-ITEM THRU 5010-EXIT
051700         UNTIL EOF-PEND
051800     MOVE WS-COUNT-LISTED TO WS-DISPLAY-COUNT
051900     DISPLAY 'ITEMS AWAITING APPROVAL: ' WS-DISPLAY-COUNT.
052000 5000-EXIT.
052100     EXIT.
052200
052300 5010-LIST-NEXT-ITEM.
052400     READ PendingFile NEXT RECORD
052500         AT END
052600             MOVE 'Y' TO WS-EOF-PEND
052700             GO TO 5010-EXIT
052800     END-READ
052900     IF NOT PEND-PENDING
053000         GO TO 5010-EXIT
053100     END-IF
053200     ADD 1 TO WS-COUNT-LISTED
053300     MOVE PendEmployeeID TO WS-ITEM-ID
053400     MOVE PendAction     TO WS-ITEM-ACTION
053500     MOVE PendOldSalary  TO WS-ITEM-OLD
053600     MOVE PendNewSalary  TO WS-ITEM-NEW
053700     MOVE PendHeldDate   TO WS-ITEM-HELD
053800     MOVE PendKeyedBy    TO WS-ITEM-KEYED-BY
053900     MOVE PendHoldReason TO WS-ITEM-REASON
054000     DISPLAY WS-ITEM-LINE.
054100 5010-EXIT.
054200     EXIT.
054300*
054400*----------------------------------------------------------*
054500*    6000-RECORD-DECISION - STAMP THE ITEM IN THE RECORD   *
054600*    AREA WITH THE APPROVER AND THE DATE AND TIME AND      *
054700*    REWRITE IT.  THE CALLER SETS THE STATUS AND NOTE.     *
054800*----------------------------------------------------------*
054900*
055000 6000-RECORD-DECISION.
055100     MOVE WS-APPROVER-ID TO PendApproverID
055200     ACCEPT PendDecisionDate FROM DATE YYYYMMDD
055300     ACCEPT PendDecisionTime FROM TIME
055400     REWRITE PendingApprovalRecord
055500         INVALID KEY
055600             DISPLAY 'SAPR0021E - PENDMAST UPDATE FAILED, STATUS '
055700                     WS-PEND-STATUS-CODE
055800     END-REWRITE.
055900 6000-EXIT.
056000     EXIT.
056100*
056200*----------------------------------------------------------*
056300*    7000-WRITE-AUDIT-RECORD - APPEND ONE ENTRY TO THE     *
056400*    SHARED AUDIT TRAIL FOR A COMPLETED RELEASE OR REJECT. *
056500*    WS-AUDIT-ACTION AND WS-AUDIT-EMP2-COUNT ARE SET BY    *
056600*    THE CALLER BEFORE THIS IS PERFORMED.                  *
056700*----------------------------------------------------------*
056800*
056900 7000-WRITE-AUDIT-RECORD.
057000     ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
057100     ACCEPT AUD-RUN-TIME FROM TIME
057200     MOVE 'SALAPPR'               TO AUD-PROGRAM-ID
057300     MOVE 'PENDMAST.DAT'          TO AUD-FILE1-NAME
057400     MOVE 1                       TO AUD-FILE1-COUNT
057500     MOVE 'EMPLOYEE2.DAT'         TO AUD-FILE2-NAME
057600     MOVE WS-AUDIT-EMP2-COUNT     TO AUD-FILE2-COUNT
057700     MOVE SPACES                  TO AUD-FILE3-NAME
057800     MOVE ZERO                    TO AUD-FILE3-COUNT
057900     MOVE 1                       TO AUD-OUTPUT-COUNT
058000     MOVE WS-AUDIT-ACTION         TO AUD-COMPLETION-STATUS
058100     WRITE AuditRecord.
058200 7000-EXIT.
058300     EXIT.
058400*
058500*----------------------------------------------------------*
058600*    9000-TERMINATE - CLOSE THE FILES AND END              *
058700*----------------------------------------------------------*
058800*
058900 9000-TERMINATE.
059000     CLOSE PendingFile
059100     CLOSE Employee2File
059200     CLOSE GradeMasterFile
059300     CLOSE HistoryFile
059400     CLOSE AuditFile
059500     DISPLAY 'SALARY CHANGE APPROVAL COMPLETE'.
059600 9000-EXIT.
059700     EXIT.
