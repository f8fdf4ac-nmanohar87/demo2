000100*----------------------------------------------------------*
000200*    YECLREC - YEAR-END CLOSE LOG RECORD LAYOUT, SHARED BY  *
000300*    THE YEAR-END CLOSE, WHICH APPENDS ONE RECORD PER TAX   *
000400*    YEAR CLOSED TO THE CUMULATIVE YECLOG.DAT FILE AND      *
000500*    REFUSES TO CLOSE A YEAR ALREADY ON IT, AND BY THE      *
000600*    YTDINIT RESET CHECK, WHICH WON'T LET PAYYTD BE         *
000700*    CLEARED UNTIL THE YEAR IT HOLDS IS LOGGED HERE WITH    *
000800*    THE SAME EMPLOYEE COUNT AND GROSS.  THE LOG IS NEVER   *
000900*    ARCHIVED OR PURGED, UNLIKE MERGEAUD.                   *
001000*----------------------------------------------------------*
001100 01  CloseLogRecord.
001200     05  YECL-TAX-YEAR          PIC 9(04).
001300     05  YECL-CLOSE-DATE        PIC 9(08).
001400     05  YECL-CLOSE-TIME        PIC 9(08).
001500     05  YECL-EMPLOYEE-COUNT    PIC 9(07).
001600     05  YECL-TOTAL-GROSS       PIC 9(13).
001700     05  YECL-TOTAL-DEDNS       PIC 9(13).
001800     05  YECL-TOTAL-NET         PIC 9(13).
001900     05  YECL-BALANCED          PIC X(01).
002000     05  FILLER                 PIC X(13).
