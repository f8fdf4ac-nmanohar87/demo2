000100*----------------------------------------------------------*
000200*    ANNREC - ANNUAL EARNINGS RECORD LAYOUT, WRITTEN BY     *
000300*    THE YEAR-END CLOSE TO THE PERMANENT ANNUAL EARNINGS    *
000400*    FILE (ONE DATED GENERATION PER TAX YEAR) BEFORE THE    *
000500*    JANUARY RESET CLEARS PAYYTD, AND SHARED WITH ANY       *
000600*    PROGRAM THAT NEEDS A CLOSED YEAR'S FIGURES LATER.      *
000700*    ONE RECORD PER EMPLOYEE WITH A PAYYTD RECORD, IN       *
000800*    EMPLOYEEID ORDER, CARRYING THE TAX YEAR AND THE DATE   *
000900*    OF THE CLOSE, THE EMPLOYEE1 NAME, STATUS AND STATUS    *
001000*    DATE AS THEY STOOD AT THE CLOSE, AND THE YEAR'S        *
001100*    PAYYTD FIGURES - TAXABLE WAGES ARE GROSS LESS THE      *
001200*    BEFORE-TAX DEDUCTIONS, NET IS GROSS LESS ALL OF THEM.  *
001300*    AN EMPLOYEEID NO LONGER ON EMPLOYEE1 CARRIES A BLANK   *
001400*    STATUS AND ZERO STATUS DATE.                           *
001500*----------------------------------------------------------*
001600 01  AnnualEarningsRecord.
001700     05  AnnTaxYear         PIC 9(04).
001800     05  AnnCloseDate       PIC 9(08).
001900     05  AnnEmployeeID      PIC 9(05).
002000     05  AnnEmployeeName    PIC X(30).
002100     05  AnnEmployeeStatus  PIC X(01).
002200     05  AnnStatusDate      PIC 9(08).
002300     05  AnnGrossPay        PIC 9(09).
002400     05  AnnPreTaxDedns     PIC 9(09).
002500     05  AnnTaxableWages    PIC 9(09).
002600     05  AnnDeductions      PIC 9(09).
002700     05  AnnNetPay          PIC 9(09).
002800     05  AnnLastPayDate     PIC 9(08).
002900     05  AnnLastPeriod      PIC 9(06).
003000     05  AnnDednEntry OCCURS 10 TIMES.
003100         10  AnnDednCode        PIC X(04).
003200         10  AnnDednTaxTiming   PIC X(01).
003300         10  AnnDednAmount      PIC 9(07).
003400     05  FILLER             PIC X(05).
