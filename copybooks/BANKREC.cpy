000900*    CLEARED THE BANK - THE ACCOUNT IS CARRIED ON THE       *
001000*    PAYMENT FILE EITHER WAY AND THE FLAG TELLS THE BANK    *
001100*    WHICH TREATMENT THE ENTRY GETS.                        *
001110*                                                           *
001120*    2026-10-15  RJ  ADDED THE ACCOUNT STATUS.  THE BANK    *
001130*    RETURN RUN MARKS AN ACCOUNT THE BANK SENT A PAYMENT    *
001140*    BACK FROM AS RETURNED, WITH THE BANK'S RETURN REASON   *
001150*    CODE AND THE DATE, AND EVERY PAYMENT RUN HOLDS A       *
001160*    RETURNED ACCOUNT OFF ITS FILE UNTIL NEW DETAILS ARE    *
001170*    KEYED (OR THE BANK SENDS A CORRECTION), WHICH PUTS IT  *
001180*    BACK TO ACTIVE.  SPACE IS ACTIVE, FOR RECORDS WRITTEN  *
001190*    BEFORE THE STATUS EXISTED.                             *
001200*----------------------------------------------------------*
001300 01  BankRecord.
001400     05  BankEmployeeID     PIC 9(05).
002000     05  BankPrenoteFlag    PIC X(01).
002100         88  BANK-PRENOTE-PENDING    VALUE 'Y'.
002200         88  BANK-PRENOTE-CLEAR      VALUE 'N'.
002300     05  BankAccountStatus  PIC X(01).
002400         88  BANK-ACCOUNT-ACTIVE     VALUE 'A' SPACE.
002500         88  BANK-ACCOUNT-RETURNED   VALUE 'R'.
002600     05  BankReturnCode     PIC X(03).
002700     05  BankReturnDate     PIC 9(08).
