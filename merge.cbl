007451*                     EMPLOYEE1 REJECTS ARE NOT RECYCLED -
007452*                     THE NAME MASTER IS FIXED THROUGH
007453*                     MAINTAINEMPLOYEE1, NOT A FEED.
007458*    2026-10-15  RJ   EMPLOYEE2 RECORDS GREW BY THE EMPLOYEE'S
007463*                     PAY GRADE (SEE EMP2REC).  THE MERGE DOES
007468*                     NOT USE IT - THE ALPHANUMERIC VIEW OF THE
007473*                     RECORD WAS WIDENED TO MATCH.
007478*
007500 ENVIRONMENT DIVISION.
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
012200 01  EmployeeRecord2-Text.
012300     05  EmployeeID2-Text     PIC X(05).
012400     05  EmployeeSalary-Text  PIC X(07).
012450     05  FILLER               PIC X(03).
012500
012600 FD  InputFile3.
012700 01  EmployeeRecord3.
