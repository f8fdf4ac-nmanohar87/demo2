001900*                     AUDPARM, SO "WHO SET 31205 AND WHAT
002000*                     WAS IT BEFORE" IS ONE CARD AND ONE
002100*                     SUBMIT INSTEAD OF A FILE GREP.
002120*    2026-10-15  RJ   DETAIL LINE SHOWS THE DATE THE CHANGE
002140*                     TOOK EFFECT FROM, NOW ON SALHIST - BLANK
002160*                     ON IMAGES WRITTEN BEFORE IT WAS ADDED.
002170*    2026-10-15  RJ   DETAIL LINE SHOWS THE APPROVER WHO
002180*                     RELEASED A HELD CHANGE (SOURCE SALAPPR) -
002190*                     BLANK ON EVERY OTHER IMAGE.
002200*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
010400     05  WS-DETAIL-NEW          PIC Z(06)9.
010500     05  FILLER                 PIC X(02) VALUE SPACES.
010600     05  WS-DETAIL-SOURCE       PIC X(14).
010700     05  FILLER                 PIC X(01) VALUE SPACES.
010720     05  WS-DETAIL-EFFECTIVE    PIC X(08).
010740     05  FILLER                 PIC X(01) VALUE SPACES.
010760     05  WS-DETAIL-APPROVER     PIC X(08).
010780     05  FILLER                 PIC X(01) VALUE SPACES.
010800
010900 01  WS-DETHEAD-LINE.
011000     05  FILLER                 PIC X(09) VALUE 'DATE     '.
011300     05  FILLER                 PIC X(03) VALUE 'ACT'.
011400     05  FILLER                 PIC X(09) VALUE '     OLD '.
011500     05  FILLER                 PIC X(09) VALUE '     NEW '.
011600     05  FILLER                 PIC X(15) VALUE 'SOURCE'.
011700     05  FILLER                 PIC X(09) VALUE 'EFFECTIVE'.
011750     05  FILLER                 PIC X(08) VALUE 'APPROVER'.
011770     05  FILLER                 PIC X(01) VALUE SPACES.
011800
011900 01  WS-TRAILER-LINE.
012000     05  WS-TRAILER-LABEL       PIC X(35).
023600     MOVE HIST-OLD-SALARY   TO WS-DETAIL-OLD
023700     MOVE HIST-NEW-SALARY   TO WS-DETAIL-NEW
023800     MOVE HIST-SOURCE       TO WS-DETAIL-SOURCE
023850     MOVE HIST-EFFECTIVE-DATE TO WS-DETAIL-EFFECTIVE
023870     MOVE HIST-APPROVED-BY  TO WS-DETAIL-APPROVER
023900     WRITE ReportRecord FROM WS-DETAIL-LINE.
024000 2200-EXIT.
024100     EXIT.
