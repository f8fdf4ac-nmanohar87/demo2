000100*----------------------------------------------------------*
000200*    DEDNREC - PAYROLL DEDUCTION MASTER RECORD LAYOUT,      *
000300*    SHARED BY THE DEDUCTION MAINTENANCE PROGRAM THAT       *
000400*    KEEPS THE INDEXED DEDNMAST.DAT MASTER UP TO DATE AND   *
000500*    BY THE PAYROLL REGISTER THAT TAKES THE DEDUCTIONS OFF  *
000600*    EACH CHECK.  KEYED ON EMPLOYEEID LIKE THE EMPLOYEE1,   *
000700*    EMPLOYEE2 AND BANKMAST MASTERS - ONE RECORD PER        *
000800*    EMPLOYEE CARRYING UP TO TEN DEDUCTION LINES, PACKED    *
000900*    FROM THE FRONT, DEDNLINECOUNT OF THEM IN USE.          *
001000*                                                           *
001100*    EACH LINE IS EITHER A FLAT WHOLE-DOLLAR AMOUNT PER     *
001200*    CHECK (METHOD F) OR A PERCENT OF THE CHECK'S PERIOD    *
001300*    GROSS (METHOD P, TWO DECIMALS, THE DOLLAR RESULT       *
001400*    TRUNCATED THE WAY THE PERIOD GROSS IS).  TAX TIMING B  *
001500*    IS TAKEN BEFORE TAX AND REDUCES TAXABLE WAGES, A IS    *
001600*    TAKEN AFTER TAX.  AN ANNUAL LIMIT OF ZERO MEANS NO     *
001700*    LIMIT; OTHERWISE THE REGISTER STOPS TAKING THE LINE    *
001800*    ONCE THE CODE'S YEAR-TO-DATE TOTAL ON PAYYTD REACHES   *
001900*    IT.                                                    *
002000*----------------------------------------------------------*
002100 01  DeductionRecord.
002200     05  DednEmployeeID     PIC 9(05).
002300     05  DednLineCount      PIC 9(02).
002400     05  DednLine OCCURS 10 TIMES.
002500         10  DednCode           PIC X(04).
002600         10  DednMethod         PIC X(01).
002700             88  DEDN-FLAT               VALUE 'F'.
002800             88  DEDN-PERCENT            VALUE 'P'.
002900         10  DednFlatAmount     PIC 9(07).
003000         10  DednPercent        PIC 9(03)V99.
003100         10  DednTaxTiming      PIC X(01).
003200             88  DEDN-PRE-TAX            VALUE 'B'.
003300             88  DEDN-POST-TAX           VALUE 'A'.
003400         10  DednAnnualLimit    PIC 9(07).
