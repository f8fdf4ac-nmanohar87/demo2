002800*                     TOTAL, SO TRAILER HASH PLUS EXCEPTION
002900*                     TOTAL STILL TIES TO THE MERGE TRAILER
003000*                     AND NOBODY SILENTLY GOES UNPAID.
003005*    2026-10-15  RJ   THE DETAIL NOW PAYS NET PAY - THE
003010*                     CHECK'S GROSS LESS ITS DEDNMAST
003015*                     DEDUCTIONS AS THE PAYROLL REGISTER
003020*                     POSTED THEM TO PAYYTD - WITH THE GROSS
003025*                     AND DEDUCTIONS CARRIED ALONGSIDE, AND
003030*                     THE TRAILER TOTALS NET, GROSS AND
003035*                     DEDUCTIONS.  THE ANNUAL SALARY HASH IS
003040*                     UNCHANGED, SO THE TIE-OUT TO THE MERGE
003045*                     CONTROL TOTALS STILL HOLDS.  THE NET IS
003050*                     TAKEN FROM PAYYTD RATHER THAN WORKED
003055*                     OUT AGAIN, SO THE EXTRACT RUNS AFTER
003060*                     PAYREG; AN EMPLOYEE WHOSE CHECK THE
003065*                     REGISTER HAS NOT POSTED TODAY, OR
003070*                     POSTED FOR A DIFFERENT GROSS, IS HELD
003075*                     ON THE EXCEPTION LISTING.
003076*    2026-10-15  RJ   THE RUN NOW LOOKS UP ITS PAY PERIOD ON
003077*                     THE PAYCAL PAY CALENDAR MASTER BY RUN
003078*                     DATE AND REFUSES TO RUN (RC 16) WHEN NO
003079*                     PERIOD COVERS THE DATE, WHEN THE PERIOD
003080*                     IS ALREADY PAID OR CLOSED, OR WHEN AN
003081*                     EARLIER PERIOD IS STILL OPEN.  THE
003082*                     HEADER CARRIES THE PERIOD NUMBER AND ITS
003083*                     CHECK DATE, THE POSTED-CHECK TEST IS
003084*                     NOW THE PERIOD STAMPED ON PAYYTD RATHER
003085*                     THAN THE DAY, AND ONCE THE TRAILER IS
003086*                     WRITTEN THE PERIOD IS MARKED PAID, SO A
003087*                     SECOND EXTRACT FOR THE SAME PERIOD -
003088*                     A DOUBLED CYCLE - CANNOT BE PRODUCED.
003089*    2026-10-15  RJ   THE PAYMENT FILE RECORD LAYOUTS MOVED
003090*                     TO THE SHARED PAYFREC COPYBOOK SO THE
003091*                     RETRO PAY RUN WRITES THE SAME LAYOUT.
003092*                     NO CHANGE TO THE FILE ITSELF.
003093*    2026-10-15  RJ   AN EMPLOYEE WHOSE BANKMAST ACCOUNT THE
003094*                     BANK RETURN RUN HAS MARKED RETURNED IS
003095*                     HELD ON THE EXCEPTION LISTING INSTEAD OF
003096*                     BEING PAID INTO THE DEAD ACCOUNT AGAIN,
003097*                     UNTIL NEW BANK DETAILS ARE KEYED OR THE
003098*                     BANK SENDS A CORRECTION.
003099*    2026-10-15  RJ   THE PAYFILE HEADER CARRIES SOURCE P.
003100*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS BankEmployeeID
004100         FILE STATUS IS WS-BANK-STATUS-CODE.
004110     SELECT YtdMasterFile ASSIGN TO PAYYTD
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS DYNAMIC
004140         RECORD KEY IS EmployeeIDYtd
004150         FILE STATUS IS WS-YTD-STATUS-CODE.
004155     SELECT PayCalendarFile ASSIGN TO PAYCAL
004160         ORGANIZATION IS INDEXED
004165         ACCESS MODE IS DYNAMIC
004170         RECORD KEY IS CalPeriodNumber
004175         FILE STATUS IS WS-CAL-STATUS-CODE.
004200     SELECT PaymentFile ASSIGN TO PAYFILE
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT ExceptionFile ASSIGN TO PAYEXC
005200 FD  BankMasterFile.
005300     COPY BANKREC.
005400
005420 FD  YtdMasterFile.
005440     COPY YTDREC.
005450
005460 FD  PayCalendarFile.
005470     COPY PCALREC.
005480
005500 FD  PaymentFile.
005600 01  PaymentRecord          PIC X(80).
005700
006300*    FILE STATUS, END-OF-FILE SWITCH AND RECORD COUNTERS
006400*
006500 77  WS-BANK-STATUS-CODE    PIC XX.
006550 77  WS-YTD-STATUS-CODE     PIC XX.
006570 77  WS-CAL-STATUS-CODE     PIC XX.
006600 77  WS-EOF-MERGED          PIC X VALUE 'N'.
006700     88  EOF-MERGED                  VALUE 'Y'.
006800 77  WS-COUNT-MERGED-READ   PIC 9(07) COMP VALUE ZERO.
006900 77  WS-COUNT-EMPLOYEES     PIC 9(07) COMP VALUE ZERO.
007000 77  WS-BANK-FOUND          PIC X VALUE 'N'.
007020 77  WS-YTD-FOUND           PIC X VALUE 'N'.
007040 77  WS-HOLD-REASON         PIC X(25) VALUE SPACES.
007100*
007200*    EMPLOYEE GROUP WORK AREAS - THE MERGED FILE CARRIES
007300*    ONE RECORD PER COST-CENTER SPLIT IN EMPLOYEEID ORDER,
008000 77  WS-GRP-DONE            PIC X VALUE 'N'.
008100 77  WS-EMP-ANNUAL          PIC 9(09) COMP VALUE ZERO.
008200 77  WS-EMP-PERIOD          PIC 9(07) COMP VALUE ZERO.
008210*
008220*    THE CHECK AS THE PAYROLL REGISTER POSTED IT TO PAYYTD -
008230*    NET IS WHAT THE BANK MOVES, DEDUCTIONS ARE GROSS LESS
008240*    NET.
008250*
008260 77  WS-EMP-NET             PIC 9(07) COMP VALUE ZERO.
008270 77  WS-EMP-DEDNS           PIC 9(07) COMP VALUE ZERO.
008300*
008400*    TRANSMISSION CONTROL ACCUMULATORS.  THE ANNUAL HASH
008500*    COVERS THE DETAILS ACTUALLY WRITTEN; THE EXCEPTION
009000 77  WS-DETAIL-COUNT        PIC 9(07) COMP VALUE ZERO.
009100 77  WS-HASH-ANNUAL         PIC 9(13) COMP-3 VALUE ZERO.
009200 77  WS-TOTAL-PERIOD        PIC 9(11) COMP-3 VALUE ZERO.
009220 77  WS-TOTAL-DEDNS         PIC 9(11) COMP-3 VALUE ZERO.
009240 77  WS-TOTAL-NET           PIC 9(11) COMP-3 VALUE ZERO.
009300 77  WS-EXCP-COUNT          PIC 9(07) COMP VALUE ZERO.
009400 77  WS-EXCP-ANNUAL         PIC 9(13) COMP-3 VALUE ZERO.
009405*
009410*    PAY PERIOD THE RUN DATE FALLS IN, FROM PAYCAL.
009415*    WS-CAL-OPEN-BEFORE PICKS UP AN EARLIER PERIOD STILL
009420*    OPEN WHILE THE CALENDAR IS BROWSED.
009425*
009430 77  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
009435 77  WS-CAL-FOUND           PIC X VALUE 'N'.
009440 77  WS-EOF-CALENDAR        PIC X VALUE 'N'.
009445     88  EOF-CALENDAR               VALUE 'Y'.
009450 77  WS-CAL-PERIOD          PIC 9(06) VALUE ZERO.
009455 77  WS-CAL-CHECK           PIC 9(08) VALUE ZERO.
009460 77  WS-CAL-STATUS          PIC X(01) VALUE SPACE.
009465 77  WS-CAL-OPEN-BEFORE     PIC X(06) VALUE SPACES.
009500*
009600*    PAYMENT FILE RECORD LAYOUTS - FIXED COLUMNS AGREED
009700*    WITH THE BANK, SHARED WITH THE OFF-CYCLE PAYMENT RUNS.
009800*
009900     COPY PAYFREC.
012200*
012300*    EXCEPTION LISTING LINE LAYOUTS
012400*
015100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
015200     PERFORM 2000-PROCESS-MERGED THRU 2000-EXIT
015300     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
015350     PERFORM 6000-MARK-PERIOD-PAID THRU 6000-EXIT
015400     PERFORM 9000-TERMINATE THRU 9000-EXIT
015500     STOP RUN.
015600*
017300         MOVE 16 TO RETURN-CODE
017400         STOP RUN
017500     END-IF
017510     OPEN INPUT YtdMasterFile
017520     IF WS-YTD-STATUS-CODE NOT = '00'
017530         DISPLAY 'PEXT0007E - PAYYTD YEAR-TO-DATE MASTER '
017540                 'COULD NOT BE OPENED, STATUS '
017550                 WS-YTD-STATUS-CODE
017560         MOVE 16 TO RETURN-CODE
017570         STOP RUN
017580     END-IF
017581     OPEN I-O PayCalendarFile
017582     IF WS-CAL-STATUS-CODE NOT = '00'
017583         DISPLAY 'PEXT0011E - PAYCAL PAY CALENDAR MASTER '
017584                 'COULD NOT BE OPENED, STATUS '
017585                 WS-CAL-STATUS-CODE
017586         MOVE 16 TO RETURN-CODE
017587         STOP RUN
017588     END-IF
017589     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017590     PERFORM 1100-FIND-PAY-PERIOD THRU 1100-EXIT
017600     OPEN OUTPUT PaymentFile
017700     OPEN OUTPUT ExceptionFile
017800     MOVE WS-RUN-DATE   TO PAY-HDR-RUN-DATE
017820     MOVE WS-CAL-PERIOD TO PAY-HDR-PERIOD
017840     MOVE WS-CAL-CHECK  TO PAY-HDR-CHECK-DATE
017860     MOVE 'P'           TO PAY-HDR-SOURCE
017900     WRITE PaymentRecord FROM PAY-HEADER-RECORD
018000     MOVE 'EMPLOYEES ON THE MERGED FILE HELD OFF THE PAYMENT FILE'
018100         TO WS-HEADING-TEXT
018200     WRITE ExceptionRecord FROM WS-HEADING-LINE.
018300 1000-EXIT.
018400     EXIT.
018401*
018402*----------------------------------------------------------*
018403*    1100-FIND-PAY-PERIOD - BROWSE THE PAY CALENDAR IN      *
018404*    PERIOD ORDER FOR THE PERIOD WHOSE BEGIN AND END DATES  *
018405*    TAKE IN THE RUN DATE.  NO PAYMENT FILE IS BUILT FOR A  *
018406*    DATE THE CALENDAR DOESN'T KNOW, FOR A PERIOD ALREADY   *
018407*    PAID OR CLOSED, OR WHILE AN EARLIER PERIOD IS STILL    *
018408*    OPEN - A SKIPPED CYCLE - SO ANY OF THE FOUR STOPS THE  *
018409*    RUN WITH RC 16 BEFORE THE PAYMENT FILE IS OPENED.      *
018410*----------------------------------------------------------*
018411*
018412 1100-FIND-PAY-PERIOD.
018413     MOVE 'N'    TO WS-CAL-FOUND
018414     MOVE 'N'    TO WS-EOF-CALENDAR
018415     MOVE SPACES TO WS-CAL-OPEN-BEFORE
018416     MOVE LOW-VALUES TO CalPeriodNumber
018417     START PayCalendarFile
018418         KEY IS NOT LESS THAN CalPeriodNumber
018419         INVALID KEY
018420             MOVE 'Y' TO WS-EOF-CALENDAR
018421     END-START
018422     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
018423         UNTIL EOF-CALENDAR
018424     IF WS-CAL-FOUND = 'N'
018425         DISPLAY 'PEXT0012E - NO PAY PERIOD ON PAYCAL COVERS '
018426                 'RUN DATE ' WS-RUN-DATE ' - NO PAYMENT FILE'
018427         MOVE 16 TO RETURN-CODE
018428         STOP RUN
018429     END-IF
018430     IF WS-CAL-STATUS = 'P'
018431         DISPLAY 'PEXT0013E - PAY PERIOD ' WS-CAL-PERIOD
018432                 ' IS ALREADY MARKED PAID - NO PAYMENT FILE'
018433         MOVE 16 TO RETURN-CODE
018434         STOP RUN
018435     END-IF
018436     IF WS-CAL-STATUS NOT = 'O'
018437         DISPLAY 'PEXT0014E - PAY PERIOD ' WS-CAL-PERIOD
018438                 ' IS CLOSED - NO PAYMENT FILE'
018439         MOVE 16 TO RETURN-CODE
018440         STOP RUN
018441     END-IF
018442     IF WS-CAL-OPEN-BEFORE NOT = SPACES
018443         DISPLAY 'PEXT0015E - EARLIER PAY PERIOD '
018444                 WS-CAL-OPEN-BEFORE ' IS STILL OPEN - PAY OR '
018445                 'CLOSE IT BEFORE PERIOD ' WS-CAL-PERIOD
018446         MOVE 16 TO RETURN-CODE
018447         STOP RUN
018448     END-IF.
018449 1100-EXIT.
018450     EXIT.
018451
018452 1110-READ-CALENDAR.
018453     READ PayCalendarFile NEXT RECORD
018454         AT END
018455             MOVE 'Y' TO WS-EOF-CALENDAR
018456             GO TO 1110-EXIT
018457     END-READ
018458     IF CalBeginDate NOT > WS-RUN-DATE
018459       AND CalEndDate NOT < WS-RUN-DATE
018460         MOVE 'Y'             TO WS-CAL-FOUND
018461         MOVE CalPeriodNumber TO WS-CAL-PERIOD
018462         MOVE CalCheckDate    TO WS-CAL-CHECK
018463         MOVE CalStatus       TO WS-CAL-STATUS
018464         MOVE 'Y'             TO WS-EOF-CALENDAR
018465         GO TO 1110-EXIT
018466     END-IF
018467     IF CalEndDate < WS-RUN-DATE
018468       AND CAL-OPEN
018469       AND WS-CAL-OPEN-BEFORE = SPACES
018470         MOVE CalPeriodNumber TO WS-CAL-OPEN-BEFORE
018471     END-IF.
018472 1110-EXIT.
018473     EXIT.
018500*
018600*----------------------------------------------------------*
018700*    2000-PROCESS-MERGED - PRIME THE READ, THEN CONSUME     *
022600     ADD 1 TO WS-COUNT-EMPLOYEES
022700     DIVIDE WS-EMP-ANNUAL BY 24 GIVING WS-EMP-PERIOD
022800     PERFORM 3200-FIND-BANK-RECORD THRU 3200-EXIT
022850     IF WS-BANK-FOUND = 'N'
022900         MOVE 'NO BANK RECORD ON FILE' TO WS-HOLD-REASON
022950         PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
023000         GO TO 3000-EXIT
023050     END-IF
023055     IF BANK-ACCOUNT-RETURNED
023060         MOVE 'BANK ACCOUNT RETURNED' TO WS-HOLD-REASON
023065         PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
023070         GO TO 3000-EXIT
023075     END-IF
023100     PERFORM 3250-FIND-POSTED-CHECK THRU 3250-EXIT
023150     IF WS-HOLD-REASON NOT = SPACES
023200         PERFORM 3400-WRITE-EXCEPTION THRU 3400-EXIT
023250     ELSE
023300         PERFORM 3300-WRITE-DETAIL THRU 3300-EXIT
023350     END-IF.
023400 3000-EXIT.
023500     EXIT.
023600
026300     END-READ.
026400 3200-EXIT.
026500     EXIT.
026502*
026504*    THE NET TO PAY IS THE ONE THE PAYROLL REGISTER POSTED
026506*    TO PAYYTD FOR THIS PERIOD'S CHECK.  NO POSTING FOR THE
026507*    PERIOD MEANS PAYREG HAS NOT RUN (OR DID NOT PAY THIS
026508*    EMPLOYEE), AND A POSTED GROSS THAT DIFFERS FROM THIS
026510*    RUN'S MEANS THE MERGED FILE CHANGED BETWEEN THE TWO
026512*    STEPS - EITHER WAY THE EMPLOYEE IS HELD RATHER THAN
026514*    PAID A GUESS.
026516*
026518 3250-FIND-POSTED-CHECK.
026520     MOVE SPACES TO WS-HOLD-REASON
026522     MOVE 'N' TO WS-YTD-FOUND
026524     MOVE WS-GRP-ID TO EmployeeIDYtd
026526     READ YtdMasterFile
026528         INVALID KEY
026530             MOVE 'N' TO WS-YTD-FOUND
026532         NOT INVALID KEY
026534             MOVE 'Y' TO WS-YTD-FOUND
026536     END-READ
026538     IF WS-YTD-FOUND = 'N'
026540         MOVE 'NOT POSTED THIS PERIOD' TO WS-HOLD-REASON
026542         GO TO 3250-EXIT
026544     END-IF
026546     IF YtdLastPeriod NOT = WS-CAL-PERIOD
026548         MOVE 'NOT POSTED THIS PERIOD' TO WS-HOLD-REASON
026550         GO TO 3250-EXIT
026552     END-IF
026554     IF YtdLastGrossPay NOT = WS-EMP-PERIOD
026556         MOVE 'GROSS DIFFERS FROM PAYREG' TO WS-HOLD-REASON
026558         GO TO 3250-EXIT
026560     END-IF
026562     MOVE YtdLastNetPay TO WS-EMP-NET
026564     SUBTRACT YtdLastNetPay FROM YtdLastGrossPay
026566         GIVING WS-EMP-DEDNS.
026568 3250-EXIT.
026570     EXIT.
026600
026700 3300-WRITE-DETAIL.
026800     MOVE WS-GRP-ID          TO PAY-DTL-EMPLOYEE-ID
027000     MOVE BankAccountNumber  TO PAY-DTL-ACCOUNT
027100     MOVE BankAccountType    TO PAY-DTL-ACCT-TYPE
027200     MOVE BankPrenoteFlag    TO PAY-DTL-PRENOTE
027300     MOVE WS-EMP-NET         TO PAY-DTL-NET-PAY
027400     MOVE WS-EMP-ANNUAL      TO PAY-DTL-ANNUAL-SALARY
027420     MOVE WS-EMP-PERIOD      TO PAY-DTL-PERIOD-GROSS
027440     MOVE WS-EMP-DEDNS       TO PAY-DTL-DEDUCTIONS
027500     ADD 1 TO WS-DETAIL-COUNT
027600     ADD WS-EMP-ANNUAL TO WS-HASH-ANNUAL
027700     ADD WS-EMP-PERIOD TO WS-TOTAL-PERIOD
027720     ADD WS-EMP-DEDNS  TO WS-TOTAL-DEDNS
027740     ADD WS-EMP-NET    TO WS-TOTAL-NET
027800     WRITE PaymentRecord FROM PAY-DETAIL-RECORD.
027900 3300-EXIT.
028000     EXIT.
028500     MOVE WS-GRP-ID     TO WS-EXCP-ID
028600     MOVE WS-GRP-NAME   TO WS-EXCP-NAME
028700     MOVE WS-EMP-ANNUAL TO WS-EXCP-ANNUAL-OUT
028800     MOVE WS-HOLD-REASON
028900         TO WS-EXCP-REASON
029000     WRITE ExceptionRecord FROM WS-EXCP-LINE.
029100 3400-EXIT.
030200 5000-WRITE-TRAILER.
030300     MOVE WS-DETAIL-COUNT TO PAY-TRL-DETAIL-COUNT
030400     MOVE WS-HASH-ANNUAL  TO PAY-TRL-HASH-ANNUAL
030500     MOVE WS-TOTAL-NET    TO PAY-TRL-TOTAL-NET
030520     MOVE WS-TOTAL-PERIOD TO PAY-TRL-TOTAL-GROSS
030540     MOVE WS-TOTAL-DEDNS  TO PAY-TRL-TOTAL-DEDNS
030600     WRITE PaymentRecord FROM PAY-TRAILER-RECORD
030700     MOVE SPACES TO WS-HEADING-TEXT
030800     WRITE ExceptionRecord FROM WS-HEADING-LINE
030900     MOVE 'EMPLOYEES HELD OFF THE PAYMENT FILE'
030950                                           TO WS-TRAILER-LABEL
031000     MOVE WS-EXCP-COUNT                    TO WS-TRAILER-VALUE
031100     WRITE ExceptionRecord FROM WS-TRAILER-LINE
031200     MOVE 'EXCEPTION ANNUAL SALARY TOTAL'  TO WS-TRAILER-LABEL
031800             WS-DETAIL-COUNT
031900     DISPLAY 'PEXT0004I - ANNUAL SALARY HASH TOTAL  '
032000             WS-HASH-ANNUAL
032100     DISPLAY 'PEXT0005I - EMPLOYEES HELD OFF FILE   '
032200             WS-EXCP-COUNT
032300     DISPLAY 'PEXT0006I - EXCEPTION SALARY TOTAL    '
032400             WS-EXCP-ANNUAL
032410     DISPLAY 'PEXT0008I - TOTAL PERIOD GROSS PAID   '
032420             WS-TOTAL-PERIOD
032430     DISPLAY 'PEXT0009I - TOTAL DEDUCTIONS TAKEN    '
032440             WS-TOTAL-DEDNS
032450     DISPLAY 'PEXT0010I - TOTAL NET PAY TRANSMITTED '
032460             WS-TOTAL-NET.
032500 5000-EXIT.
032600     EXIT.
032602*
032604*----------------------------------------------------------*
032606*    6000-MARK-PERIOD-PAID - THE PAYMENT FILE FOR THE       *
032608*    PERIOD IS COMPLETE, SO THE PERIOD IS MARKED PAID ON    *
032610*    PAYCAL AND NEITHER PAYREG NOR THIS EXTRACT WILL RUN    *
032612*    FOR IT AGAIN.  A FILE THAT HAS TO BE REBUILT NEEDS THE *
032614*    PERIOD REOPENED THROUGH THE CALENDAR MAINTENANCE       *
032616*    PROGRAM, WHICH LEAVES AN AUDIT TRAIL.                  *
032618*----------------------------------------------------------*
032620*
032622 6000-MARK-PERIOD-PAID.
032624     MOVE WS-CAL-PERIOD TO CalPeriodNumber
032626     READ PayCalendarFile
032628         INVALID KEY
032630             DISPLAY 'PEXT0016E - PAY PERIOD ' WS-CAL-PERIOD
032632                     ' COULD NOT BE RE-READ TO MARK IT PAID'
032634             MOVE 16 TO RETURN-CODE
032636             GO TO 6000-EXIT
032638     END-READ
032640     MOVE 'P'         TO CalStatus
032642     MOVE WS-RUN-DATE TO CalStatusDate
032644     REWRITE PayCalendarRecord
032646         INVALID KEY
032648             DISPLAY 'PEXT0016E - PAY PERIOD ' WS-CAL-PERIOD
032650                     ' COULD NOT BE MARKED PAID, STATUS '
032652                     WS-CAL-STATUS-CODE
032654             MOVE 16 TO RETURN-CODE
032656             GO TO 6000-EXIT
032658     END-REWRITE
032660     DISPLAY 'PEXT0017I - PAY PERIOD ' WS-CAL-PERIOD
032662             ' MARKED PAID, CHECK DATE ' WS-CAL-CHECK.
032664 6000-EXIT.
032666     EXIT.
032700*
032800*----------------------------------------------------------*
032900*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN       *
033200 9000-TERMINATE.
033300     CLOSE MergedFile
033400     CLOSE BankMasterFile
033450     CLOSE YtdMasterFile
033470     CLOSE PayCalendarFile
033500     CLOSE PaymentFile
033600     CLOSE ExceptionFile.
033700 9000-EXIT.
