000251*                      AND SICK HOURS DRAW DOWN THE BALANCES    *
000252*                      ON THE MASTER.  EXISTING CARD FILES      *
000253*                      MUST BE CONVERTED TO THE WIDER RECORD.   *
000254*    2026-10-15  DLT  AN EMPLOYEE MAY NOW HAVE SEVERAL RECORDS  *
000255*                      FOR THE PERIOD, ONE PER CHARGE LINE.     *
000256*                      EACH CARRIES THE DEPARTMENT CHARGED      *
000257*                      (BLANK FOR THE HOME DEPARTMENT) AND AN   *
000258*                      OPTIONAL PROJECT/WORK-ORDER CODE.  THE   *
000259*                      DAILY LIMITS APPLY TO A DAY'S HOURS      *
000260*                      ACROSS ALL OF THE EMPLOYEE'S RECORDS.    *
000261*                      EXISTING CARD FILES MUST BE CONVERTED.   *
000262*****************************************************************
000263 01  TIME-CARD-RECORD.
000270     05  TC-EMPLOYEE-ID              PIC X(06).
000280     05  TC-DAY-ENTRIES OCCURS 7 TIMES.
000290         10  TC-DAY-HOURS            PIC 9(02)V99.
000296             88  TC-TYPE-VACATION            VALUE 'V'.
000297             88  TC-TYPE-SICK                VALUE 'S'.
000298             88  TC-TYPE-HOLIDAY             VALUE 'H'.
000308     05  TC-CHARGE-DEPT              PIC X(04).
000318     05  TC-PROJECT-CODE             PIC X(08).
000328     05  FILLER                      PIC X(02).
