000500*    BY ANY PROGRAM THAT NEEDS WHAT AN EMPLOYEE HAS BEEN    *
000600*    PAID SO FAR THIS YEAR.  KEYED ON EMPLOYEEID LIKE THE   *
000700*    EMPLOYEE1 AND EMPLOYEE2 MASTERS.                       *
000710*                                                           *
000720*    2026-10-15  RJ  ADDED THE YEAR-TO-DATE DEDUCTION       *
000730*    TOTALS NEXT TO THE GROSS, THE LAST CHECK'S GROSS AND   *
000740*    NET (THE PAYMENT EXTRACT PAYS THE NET THE REGISTER     *
000750*    POSTED) AND A PER-CODE DEDUCTION TABLE - YEAR-TO-DATE  *
000760*    FOR THE DEDNREC ANNUAL LIMITS, AND THE LAST CHECK'S    *
000770*    AMOUNT AND TAX TIMING SO A SAME-DAY REPRINT SHOWS THE  *
000780*    FIGURES THAT WERE ACTUALLY POSTED.                     *
000781*                                                           *
000782*    2026-10-15  RJ  ADDED THE PAYCAL PERIOD NUMBER OF THE  *
000783*    LAST CHECK POSTED - THE REGISTER'S DOUBLE-POSTING      *
000784*    GATE AND THE PAYMENT EXTRACT'S POSTED-CHECK TEST.      *
000800*----------------------------------------------------------*
000900 01  YtdRecord.
001000     05  EmployeeIDYtd      PIC 9(05).
001100     05  YtdGrossPay        PIC 9(09).
001110     05  YtdDeductions      PIC 9(09).
001120     05  YtdPreTaxDedns     PIC 9(09).
001200     05  YtdLastPayDate     PIC 9(08).
001205     05  YtdLastPeriod      PIC 9(06).
001210     05  YtdLastGrossPay    PIC 9(07).
001220     05  YtdLastNetPay      PIC 9(07).
001230     05  YtdDednEntry OCCURS 10 TIMES.
001240         10  YtdDednCode        PIC X(04).
001250         10  YtdDednTaxTiming   PIC X(01).
001255         10  YtdDednAmount      PIC 9(07).
001260         10  YtdDednLastAmount  PIC 9(07).
