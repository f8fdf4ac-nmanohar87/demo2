000100*----------------------------------------------------------*
000200*    GRADREC - PAY GRADE MASTER RECORD LAYOUT               *
000300*    SHARED BY THE PAY GRADE MAINTENANCE PROGRAM THAT KEEPS *
000400*    THE INDEXED GRADMAST.DAT MASTER UP TO DATE, BY THE     *
000500*    PROGRAMS THAT CHANGE EMPLOYEE2 SALARIES (TRANSACTION   *
000600*    APPLY, RECYCLE REAPPLY, MASS INCREASE), WHICH HOLD     *
000700*    EVERY NEW SALARY TO THE RANGE OF THE EMPLOYEE'S GRADE  *
000800*    (SEE EMP2REC), AND BY THE COMPA-RATIO REPORT.  KEYED   *
000900*    ON THE GRADE CODE.  THE FIGURES ARE ANNUAL SALARY, THE *
001000*    SAME UNIT AS EMPLOYEESALARY, AND MAINTENANCE KEEPS     *
001100*    MINIMUM <= MIDPOINT <= MAXIMUM.  SEEDED BY THE         *
001200*    GRADINIT SETUP JOB.                                    *
001300*----------------------------------------------------------*
001400 01  PayGradeRecord.
001500     05  GradeCode          PIC X(03).
001600     05  GradeMinimum       PIC 9(07).
001700     05  GradeMidpoint      PIC 9(07).
001800     05  GradeMaximum       PIC 9(07).
