000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YearEndCloseCheck.
000300 AUTHOR. R JENNINGS.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*
000800*    MODIFICATION HISTORY
000900*    --------------------
001000*    2026-10-15  RJ   INITIAL VERSION.  FIRST STEP OF THE
001100*                     YTDINIT JANUARY RESET.  READS PAYYTD,
001200*                     WORKS OUT THE TAX YEAR IT HOLDS (THE
001300*                     YEAR OF EACH RECORD'S LAST PAY PERIOD,
001400*                     OR LAST PAY DATE ON A RECORD POSTED
001500*                     BEFORE THE PERIOD WAS STAMPED) AND
001600*                     LOOKS THAT YEAR UP ON THE YECLOG CLOSE
001700*                     LOG THE YEAR-END CLOSE WRITES.  THE
001800*                     RESET MAY GO AHEAD (RC 0) ONLY WHEN THE
001900*                     YEAR IS LOGGED WITH THE SAME EMPLOYEE
002000*                     COUNT AND TOTAL GROSS PAYYTD HOLDS NOW -
002100*                     A YEAR NEVER CLOSED, OR ONE THAT TOOK
002200*                     MORE POSTINGS AFTER ITS CLOSE, ENDS THE
002300*                     STEP RC 16 AND THE DELETE/DEFINE STEP
002400*                     DOESN'T RUN.  AN EMPTY PAYYTD HAS NO
002500*                     FIGURES TO LOSE AND PASSES.
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT YtdMasterFile ASSIGN TO PAYYTD
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS EmployeeIDYtd
003400         FILE STATUS IS WS-YTD-STATUS-CODE.
003500     SELECT CloseLogFile ASSIGN TO YECLOG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-LOG-STATUS-CODE.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  YtdMasterFile.
004200     COPY YTDREC.
004300
004400 FD  CloseLogFile.
004500     COPY YECLREC.
004600
004700 WORKING-STORAGE SECTION.
004800*
004900*    FILE STATUS, END-OF-FILE SWITCHES AND RECORD COUNTERS
005000*
005100 77  WS-YTD-STATUS-CODE     PIC XX.
005200 77  WS-LOG-STATUS-CODE     PIC XX.
005300 77  WS-EOF-YTD             PIC X VALUE 'N'.
005400     88  EOF-YTD                     VALUE 'Y'.
005500 77  WS-EOF-LOG             PIC X VALUE 'N'.
005600     88  EOF-LOG                     VALUE 'Y'.
005700 77  WS-LOG-FOUND           PIC X VALUE 'N'.
005800 77  WS-COUNT-YTD-READ      PIC 9(07) COMP VALUE ZERO.
005900 77  WS-COUNT-OTHER-YEAR    PIC 9(07) COMP VALUE ZERO.
006000 77  WS-TOTAL-GROSS         PIC 9(13) COMP-3 VALUE ZERO.
006100 77  WS-TAX-YEAR            PIC 9(04) VALUE ZERO.
006200 77  WS-YTD-YEAR            PIC 9(04) VALUE ZERO.
006300 77  WS-LOG-COUNT           PIC 9(07) VALUE ZERO.
006400 77  WS-LOG-GROSS           PIC 9(13) VALUE ZERO.
006500 77  WS-LOG-DATE            PIC 9(08) VALUE ZERO.
006600
006700 PROCEDURE DIVISION.
006800*
006900*----------------------------------------------------------*
007000*    0000-MAINLINE                                         *
007100*----------------------------------------------------------*
007200*
007300 0000-MAINLINE.
007400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007500     PERFORM 2000-READ-PAYYTD THRU 2000-EXIT
007600     PERFORM 3000-FIND-CLOSE THRU 3000-EXIT
007700     PERFORM 4000-DECIDE THRU 4000-EXIT
007800     PERFORM 9000-TERMINATE THRU 9000-EXIT
007900     STOP RUN.
008000*
008100*----------------------------------------------------------*
008200*    1000-INITIALIZE - OPEN PAYYTD.  A CLUSTER THAT HAS     *
008300*    NEVER BEEN LOADED (STATUS 35) IS TREATED AS EMPTY.     *
008400*    ANY OTHER FAILURE STOPS THE RESET - THERE IS NO WAY    *
008500*    TO TELL WHAT IT HOLDS.                                 *
008600*----------------------------------------------------------*
008700*
008800 1000-INITIALIZE.
008900     OPEN INPUT YtdMasterFile
009000     IF WS-YTD-STATUS-CODE = '35'
009100         DISPLAY 'YCHK0001I - PAYYTD HAS NO RECORDS - NOTHING '
009200                 'TO LOSE, RESET MAY PROCEED'
009300         MOVE ZERO TO RETURN-CODE
009400         STOP RUN
009500     END-IF
009600     IF WS-YTD-STATUS-CODE NOT = '00'
009700         DISPLAY 'YCHK0002E - PAYYTD YEAR-TO-DATE MASTER COULD '
009800                 'NOT BE OPENED, STATUS ' WS-YTD-STATUS-CODE
009900                 ' - RESET STOPPED'
010000         MOVE 16 TO RETURN-CODE
010100         STOP RUN
010200     END-IF.
010300 1000-EXIT.
010400     EXIT.
010500*
010600*----------------------------------------------------------*
010700*    2000-READ-PAYYTD - COUNT THE RECORDS AND ADD UP THE    *
010800*    GROSS THE SAME WAY THE CLOSE DOES.  THE FIRST RECORD   *
010900*    SETS THE TAX YEAR; A RECORD FOR ANY OTHER YEAR IS      *
011000*    COUNTED, AND STOPS THE RESET.                          *
011100*----------------------------------------------------------*
011200*
011300 2000-READ-PAYYTD.
011400     MOVE LOW-VALUES TO EmployeeIDYtd
011500     START YtdMasterFile
011600         KEY IS NOT LESS THAN EmployeeIDYtd
011700         INVALID KEY
011800             MOVE 'Y' TO WS-EOF-YTD
011900     END-START
012000     PERFORM 2010-READ-YTD THRU 2010-EXIT
012100         UNTIL EOF-YTD.
012200 2000-EXIT.
012300     EXIT.
012400
012500 2010-READ-YTD.
012600     READ YtdMasterFile NEXT RECORD
012700         AT END
012800             MOVE 'Y' TO WS-EOF-YTD
012900             GO TO 2010-EXIT
013000     END-READ
013100     ADD 1 TO WS-COUNT-YTD-READ
013200     ADD YtdGrossPay TO WS-TOTAL-GROSS
013300     IF YtdLastPeriod = ZERO
013400         DIVIDE YtdLastPayDate BY 10000 GIVING WS-YTD-YEAR
013500     ELSE
013600         DIVIDE YtdLastPeriod BY 100 GIVING WS-YTD-YEAR
013700     END-IF
013800     IF WS-COUNT-YTD-READ = 1
013900         MOVE WS-YTD-YEAR TO WS-TAX-YEAR
014000     END-IF
014100     IF WS-YTD-YEAR NOT = WS-TAX-YEAR
014200         ADD 1 TO WS-COUNT-OTHER-YEAR
014300     END-IF.
014400 2010-EXIT.
014500     EXIT.
014600*
014700*----------------------------------------------------------*
014800*    3000-FIND-CLOSE - LOOK THE TAX YEAR UP ON YECLOG.  NO  *
014900*    LOG YET (STATUS 35) MEANS NO YEAR WAS EVER CLOSED.     *
015000*----------------------------------------------------------*
015100*
015200 3000-FIND-CLOSE.
015300     IF WS-COUNT-YTD-READ = ZERO
015400         GO TO 3000-EXIT
015500     END-IF
015600     OPEN INPUT CloseLogFile
015700     IF WS-LOG-STATUS-CODE = '35'
015800         GO TO 3000-EXIT
015900     END-IF
016000     IF WS-LOG-STATUS-CODE NOT = '00'
016100         DISPLAY 'YCHK0003E - YECLOG CLOSE LOG COULD NOT BE '
016200                 'OPENED, STATUS ' WS-LOG-STATUS-CODE
016300                 ' - RESET STOPPED'
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN
016600     END-IF
016700     PERFORM 3010-READ-CLOSE-LOG THRU 3010-EXIT
016800         UNTIL EOF-LOG
016900     CLOSE CloseLogFile.
017000 3000-EXIT.
017100     EXIT.
017200
017300 3010-READ-CLOSE-LOG.
017400     READ CloseLogFile
017500         AT END
017600             MOVE 'Y' TO WS-EOF-LOG
017700             GO TO 3010-EXIT
017800     END-READ
017900     IF YECL-TAX-YEAR = WS-TAX-YEAR
018000         MOVE 'Y'                 TO WS-LOG-FOUND
018100         MOVE YECL-CLOSE-DATE     TO WS-LOG-DATE
018200         MOVE YECL-EMPLOYEE-COUNT TO WS-LOG-COUNT
018300         MOVE YECL-TOTAL-GROSS    TO WS-LOG-GROSS
018400     END-IF.
018500 3010-EXIT.
018600     EXIT.
018700*
018800*----------------------------------------------------------*
018900*    4000-DECIDE - SET THE RETURN CODE THE YTDINIT DELETE/  *
019000*    DEFINE STEP IS CONDITIONED ON                          *
019100*----------------------------------------------------------*
019200*
019300 4000-DECIDE.
019400     MOVE ZERO TO RETURN-CODE
019500     IF WS-COUNT-YTD-READ = ZERO
019600         DISPLAY 'YCHK0001I - PAYYTD HAS NO RECORDS - NOTHING '
019700                 'TO LOSE, RESET MAY PROCEED'
019800         GO TO 4000-EXIT
019900     END-IF
020000     IF WS-COUNT-OTHER-YEAR NOT = ZERO
020100         DISPLAY 'YCHK0004E - PAYYTD HOLDS ' WS-COUNT-OTHER-YEAR
020200                 ' RECORDS FOR A YEAR OTHER THAN ' WS-TAX-YEAR
020300                 ' - RESET STOPPED'
020400         MOVE 16 TO RETURN-CODE
020500         GO TO 4000-EXIT
020600     END-IF
020700     IF WS-LOG-FOUND = 'N'
020800         DISPLAY 'YCHK0005E - TAX YEAR ' WS-TAX-YEAR
020900                 ' HAS NOT BEEN CLOSED - RUN YRCLOSE BEFORE '
021000                 'THE RESET'
021100         MOVE 16 TO RETURN-CODE
021200         GO TO 4000-EXIT
021300     END-IF
021400     IF WS-LOG-COUNT NOT = WS-COUNT-YTD-READ
021500       OR WS-LOG-GROSS NOT = WS-TOTAL-GROSS
021600         DISPLAY 'YCHK0006E - PAYYTD HAS CHANGED SINCE TAX YEAR '
021700                 WS-TAX-YEAR ' WAS CLOSED ON ' WS-LOG-DATE
021800                 ' - RESET STOPPED'
021900         DISPLAY 'YCHK0007I - CLOSED ' WS-LOG-COUNT
022000                 ' EMPLOYEES, GROSS ' WS-LOG-GROSS
022100         DISPLAY 'YCHK0008I - NOW    ' WS-COUNT-YTD-READ
022200                 ' EMPLOYEES, GROSS ' WS-TOTAL-GROSS
022300         MOVE 16 TO RETURN-CODE
022400         GO TO 4000-EXIT
022500     END-IF
022600     DISPLAY 'YCHK0009I - TAX YEAR ' WS-TAX-YEAR
022700             ' WAS CLOSED ON ' WS-LOG-DATE
022800             ' - RESET MAY PROCEED'.
022900 4000-EXIT.
023000     EXIT.
023100*
023200*----------------------------------------------------------*
023300*    9000-TERMINATE - CLOSE THE FILES AND END THE RUN       *
023400*----------------------------------------------------------*
023500*
023600 9000-TERMINATE.
023700     CLOSE YtdMasterFile.
023800 9000-EXIT.
023900     EXIT.
