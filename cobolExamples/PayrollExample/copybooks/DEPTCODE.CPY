000100*****************************************************************
000110*    DEPTCODE.CPY                                               *
000120*    VALID DEPARTMENT CODE TABLE, USED TO EDIT EM-DEPT-CODE ON  *
000126*    MAINTENANCE TRANSACTIONS BEFORE A BAD CODE CAN REACH THE   *
000132*    EMPLOYEE MASTER AND THE DEPARTMENT COST SUMMARY, AND THE   *
000138*    DEPARTMENT A TIME CARD CHARGES HOURS TO.  THE TABLE IS     *
000144*    LOADED AT INITIALIZATION BY 1300-LOAD-DEPARTMENT-CODES IN  *
000150*    BOTH EMPMAINT AND PAYROLL; THE TWO COPIES MUST AGREE.      *
000160*                                                                *
000170*    MODIFICATION HISTORY                                       *
000180*    DATE       INIT  DESCRIPTION                               *
000190*    ---------- ----  ------------------------------------------*
000200*    2026-08-22  DLT  ORIGINAL COPYBOOK.                        *
000203*    2026-10-15  DLT  HEADER NAMES BOTH LOADERS - EMPMAINT      *
000206*                      AND PAYROLL.                             *
000210*****************************************************************
000220 01  DEPARTMENT-CODE-TABLE.
000230     05  DEPARTMENT-CODE-ENTRY OCCURS 8 TIMES
