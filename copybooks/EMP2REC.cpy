000300*    SHARED BY MERGEEMPLOYEEDATA AND THE EMPLOYEE2 SALARY   *
000400*    TRANSACTION APPLY PROGRAM SO BOTH AGREE ON THE LAYOUT  *
000500*    OF THE INDEXED EMPLOYEE2.DAT MASTER.                   *
000510*                                                           *
000520*    2026-10-15  RJ  ADDED THE EMPLOYEE'S PAY GRADE, A CODE *
000530*    ON THE GRADMAST PAY GRADE MASTER (SHARED GRADREC       *
000540*    LAYOUT).  EVERY PROGRAM THAT SETS EMPLOYEESALARY HOLDS *
000550*    IT TO THE GRADE'S MINIMUM/MAXIMUM RANGE.  RECORDS      *
000560*    LOADED BEFORE THE FIELD WENT IN CARRY SPACES - THE     *
000570*    EMPLOYEE IS UNGRADED, THE RANGE EDITS ARE SKIPPED AND  *
000580*    THE COMPA-RATIO REPORT LISTS THEM UNTIL A SALTRAN      *
000590*    CHANGE ASSIGNS A GRADE.                                *
000600*----------------------------------------------------------*
000700 01  EmployeeRecord2.
000800     05  EmployeeID2        PIC 9(05).
000900     05  EmployeeSalary     PIC 9(07).
001000     05  EmployeeGrade      PIC X(03).
