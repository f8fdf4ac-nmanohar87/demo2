002100*                     SO BANK DETAILS CANNOT BE SET UP FOR
002200*                     AN EMPLOYEEID PAYROLL HAS NEVER HEARD
002300*                     OF.
002310*    2026-10-15  RJ   NEW ACCOUNTS START ACTIVE.  A CHANGE TO
002320*                     AN ACCOUNT THE BANK RETURN RUN HAS MARKED
002330*                     RETURNED PUTS IT BACK TO ACTIVE, SO THE
002340*                     PAYMENT RUNS PAY INTO THE NEW DETAILS.
002350*                     INQUIRE AND CHANGE SHOW THE STATUS.
002400*
002500*----------------------------------------------------------*
002600*    MAINTAINBANKDETAIL - ADD, CHANGE, DELETE AND INQUIRE   *
008000 77  WS-INPUT-TYPE          PIC X(01).
008100 77  WS-INPUT-PRENOTE       PIC X(01).
008200 77  WS-AUDIT-ACTION        PIC X(10).
008250 77  WS-OLD-STATUS          PIC X(01).
008300*
008400*----------------------------------------------------------*
008500*    0000-MAINLINE                                          *
029400     MOVE WS-INPUT-ACCOUNT TO BankAccountNumber
029500     MOVE WS-INPUT-TYPE    TO BankAccountType
029600     MOVE WS-INPUT-PRENOTE TO BankPrenoteFlag
029620     MOVE 'A'              TO BankAccountStatus
029640     MOVE SPACES           TO BankReturnCode
029660     MOVE ZERO             TO BankReturnDate
029700     WRITE BankRecord
029800         INVALID KEY
029900             DISPLAY 'BANK0005E - ADD FAILED, EMPLOYEEID '
033600*
033700*----------------------------------------------------------*
033800*    4000-CHANGE-BANK-DETAIL - REPLACE THE ROUTING NUMBER,  *
033900*    ACCOUNT, TYPE AND PRENOTE FLAG ON AN EXISTING RECORD.  *
033920*    AN ACCOUNT THE BANK HAS RETURNED IS SET BACK TO ACTIVE *
033940*    BY THE CHANGE - THE OPERATOR HAS THE RETURN IN FRONT   *
033960*    OF THEM AND HAS KEYED THE DETAILS TO PAY INTO NOW.     *
034000*----------------------------------------------------------*
034100*
034200 4000-CHANGE-BANK-DETAIL.
035300     DISPLAY 'CURRENT ACCOUNT: ' BankAccountNumber
035400     DISPLAY 'CURRENT TYPE:    ' BankAccountType
035500     DISPLAY 'CURRENT PRENOTE: ' BankPrenoteFlag
035520     IF BANK-ACCOUNT-RETURNED
035540         DISPLAY 'CURRENT STATUS:  RETURNED ' BankReturnCode
035560                 ' ON ' BankReturnDate
035580     END-IF
035600     PERFORM 2400-ACCEPT-ROUTING THRU 2400-EXIT
035700     IF EDIT-FAILED
035800         GO TO 4000-EXIT
037300     MOVE WS-INPUT-ACCOUNT TO BankAccountNumber
037400     MOVE WS-INPUT-TYPE    TO BankAccountType
037500     MOVE WS-INPUT-PRENOTE TO BankPrenoteFlag
037510     MOVE BankAccountStatus TO WS-OLD-STATUS
037550     MOVE 'A'              TO BankAccountStatus
037560     MOVE SPACES           TO BankReturnCode
037570     MOVE ZERO             TO BankReturnDate
037600     REWRITE BankRecord
037700         INVALID KEY
037800             DISPLAY 'BANK0012E - CHANGE FAILED'
037900         NOT INVALID KEY
038000             DISPLAY 'BANK0013I - BANK DETAIL CHANGED'
038020             IF WS-OLD-STATUS = 'R'
038040                 DISPLAY 'BANK0019I - RETURNED STATUS CLEARED, '
038060                         'ACCOUNT IS ACTIVE AGAIN'
038080             END-IF
038100             MOVE 'CHANGED' TO WS-AUDIT-ACTION
038200             PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
038300     END-REWRITE.
043900     DISPLAY 'ROUTING:      ' BankRoutingNumber
044000     DISPLAY 'ACCOUNT:      ' BankAccountNumber
044100     DISPLAY 'TYPE:         ' BankAccountType
044200     DISPLAY 'PRENOTE:      ' BankPrenoteFlag
044210     IF BANK-ACCOUNT-RETURNED
044220         DISPLAY 'STATUS:       RETURNED ' BankReturnCode
044230                 ' ON ' BankReturnDate
044240     ELSE
044250         DISPLAY 'STATUS:       ACTIVE'
044260     END-IF.
044300 6000-EXIT.
044400     EXIT.
044500*
