       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCACAMS.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCACAMS - ACA HOURS MEASUREMENT AND 1094-C/1095-C FILE   *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- builds each employee's monthly      *
      *       hours of service from the confirmed earnings hours,      *
      *       applies the monthly or look-back measurement method of   *
      *       the employee's ACA category to set full-time status,     *
      *       reports variable-hour employees nearing full time and,   *
      *       at year end, derives the offer-of-coverage and safe-     *
      *       harbor codes and writes the 1095-C and 1094-C file.      *
      *    10/15/26 TJM Employee IDs on the near-full-time listing     *
      *       pass through CCCMSKDT, masked per the data               *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * AFFORDABLE CARE ACT EMPLOYER REPORTING FOR ONE COMPANY.  THE   *
      * RUN CONTROL'S RUN TYPE SELECTS THE PASS:                       *
      *                                                                *
      * 'M' MONTHLY MEASUREMENT, FOR THE MONTH ENDING MONTH-END-DT:    *
      *   - THE CONFIRMED EARNINGS HOURS (THE DETAIL BEHIND THE        *
      *     CNFPRINT E RECORDS) ON CHECKS DATED IN THE MONTH ARE       *
      *     SUMMED PER EMPLOYEE INTO THE MONTHLY HOURS TABLE,          *
      *     REPLACING ANY EARLIER RUN FOR THE MONTH;                   *
      *   - A CATEGORY MEASURED MONTHLY ('M') IS FULL TIME FOR THE     *
      *     MONTH AT 130 HOURS OR MORE;                                *
      *   - A CATEGORY MEASURED BY LOOK-BACK ('L') AVERAGES THE        *
      *     HOURS OF ITS CURRENT MEASUREMENT PERIOD (MEASURE-MONTHS    *
      *     ENDING WITH MEASURE-END-MO).  IN THE PERIOD'S LAST MONTH   *
      *     AN AVERAGE OF 130 OR MORE MAKES THE EMPLOYEE FULL TIME     *
      *     FOR EVERY MONTH OF THE STABILITY PERIOD THAT FOLLOWS THE   *
      *     ADMINISTRATIVE PERIOD.  AN EMPLOYEE WHOSE RUNNING AVERAGE  *
      *     IS AT OR ABOVE THE CATEGORY'S NEAR-FULL-TIME HOURS BUT     *
      *     UNDER 130 IS PRINTED ON THE APPROACHING-FULL-TIME REPORT.  *
      *                                                                *
      * 'Y' YEAR END, FOR CALENDAR-YR: EACH EMPLOYEE'S TWELVE MONTHS   *
      *   OF EMPLOYMENT, FULL-TIME STATUS, OFFER AND ENROLLMENT        *
      *   BECOME THE 1095-C LINE 14 OFFER CODE, LINE 15 EMPLOYEE       *
      *   SHARE AND LINE 16 SAFE-HARBOR CODE:                          *
      *     NOT EMPLOYED              1H / 2A                          *
      *     OFFER TO EMPLOYEE ONLY    1B      +SPOUSE 1D               *
      *     +DEPENDENTS 1C            +SPOUSE AND DEPENDENTS 1E        *
      *     NO OFFER                  1H                               *
      *     ENROLLED 2C, ELSE NOT FULL TIME 2B, ELSE AN OFFER WHOSE    *
      *     SHARE IS WITHIN THE RATE-OF-PAY AFFORDABILITY PERCENT 2H.  *
      *   ONE C RECORD PER EMPLOYEE (1095-C) AND A CLOSING T RECORD    *
      *   (1094-C) WITH THE MONTHLY FULL-TIME AND TOTAL EMPLOYEE       *
      *   COUNTS ARE WRITTEN TO THE ACA1095C FILE, WHICH IS            *
      *   REGISTERED THROUGH CCCIFREG.                                 *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    1094-C/1095-C employer reporting file; fixed 250-byte
      *    records, plain sequential organization.
           SELECT ACA-FILE            ASSIGN TO  'ACA1095C'
                                       ORGANIZATION IS  SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  ACA-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.

       01  ACA-REC                     PIC X(250).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCACAMS'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.

      *    Working date, held in the table form (YYYY-MM-DD) with
      *    numeric views of the pieces for the month arithmetic.
           02  WK-DATE.
               03  WK-YR               PIC X(4).
               03  WK-NUM-YR    REDEFINES WK-YR   PIC 9(4).
               03  FILLER              PIC X       VALUE '-'.
               03  WK-MO               PIC XX.
               03  WK-NUM-MO    REDEFINES WK-MO   PIC 99.
               03  FILLER              PIC X       VALUE '-'.
               03  WK-DAY              PIC XX.
               03  WK-NUM-DAY   REDEFINES WK-DAY  PIC 99.

           02  WK-MO-LEN               PIC 99            VALUE ZERO.
           02  WK-RESULT               PIC S9(4)V9(5).
           02  WK-RESULT-INTEGER       PIC S9(4).

      *    Months counted from year zero (year * 12 + month - 1), so
      *    measurement periods can be stepped across year ends.
           02  WK-RUN-MO-IDX           PIC 9(6)    COMP  VALUE ZERO.
           02  WK-MEAS-END-IDX         PIC 9(6)    COMP  VALUE ZERO.
           02  WK-MEAS-BEGIN-IDX       PIC 9(6)    COMP  VALUE ZERO.
           02  WK-STAB-IDX             PIC 9(6)    COMP  VALUE ZERO.
           02  WK-STAB-END-IDX         PIC 9(6)    COMP  VALUE ZERO.
           02  WK-MO-IDX               PIC 9(6)    COMP  VALUE ZERO.
           02  WK-ELAPSED-MOS          PIC 9(3)    COMP  VALUE ZERO.
           02  WK-MONTH-BEGIN-DT       PIC X(10).
           02  WK-MEAS-BEGIN-DT        PIC X(10).
           02  WK-STAB-BEGIN-DT        PIC X(10).
           02  WK-STAB-END-DT          PIC X(10).
           02  WK-AVG-HOURS            PIC S9(5)V99  COMP-3 VALUE ZERO.
           02  WK-FT-STATUS            PIC X       VALUE SPACE.

           02  WK-CUR-CATEGORY         PIC X(4)    VALUE SPACE.
           02  WK-CUR-EMPLID           PIC X(20)   VALUE SPACE.
           02  WK-EMPL-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-FT-CNT               PIC 9(7)    COMP  VALUE ZERO.
           02  WK-NEAR-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-STAB-SET-CNT         PIC 9(7)    COMP  VALUE ZERO.
           02  WK-1095C-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-AFFORD-AMT           PIC S9(5)V99  COMP-3 VALUE ZERO.
           02  WK-AMT-CENTS            PIC 9(7)          VALUE ZERO.
           02  WK-MTH                  PIC 99      COMP  VALUE ZERO.

      *    The year's twelve months for the employee in hand, filled
      *    from the year-end rows and written as the 1095-C.
           02  WK-EMPL-MONTHS.
               03  WK-EMPL-MTH                     OCCURS 12.
                   04  WK-OFFER-CD     PIC XX.
                   04  WK-EE-SHARE     PIC S9(5)V99  COMP-3.
                   04  WK-HARBOR-CD    PIC XX.

      *    The year's monthly counts for the 1094-C.
           02  WK-ALE-MONTHS.
               03  WK-ALE-MTH                      OCCURS 12.
                   04  WK-ALE-FT-CNT   PIC 9(7)    COMP.
                   04  WK-ALE-TOT-CNT  PIC 9(7)    COMP.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  HRS-OUT                 PIC ZZ,ZZ9.99.
           02  AVG-OUT                 PIC ZZ,ZZ9.99.
           02  MOS-OUT                 PIC Z9.


       01  W-SW.
           02  FETCH-HRS-SW            PIC X       VALUE SPACE.
               88  FETCH-HRS-END                   VALUE 'E'.
           02  FETCH-YR-SW             PIC X       VALUE SPACE.
               88  FETCH-YR-END                    VALUE 'E'.
           02  WK-CAT-FOUND-SW         PIC X       VALUE 'N'.
               88  WK-CAT-FOUND-YES                VALUE 'Y'.
               88  WK-CAT-FOUND-NO                 VALUE 'N'.
           02  WK-FILE-EMPL-SW         PIC X       VALUE 'N'.
               88  WK-FILE-EMPL-YES                VALUE 'Y'.
               88  WK-FILE-EMPL-NO                 VALUE 'N'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      * CCC Interface File Register                                    *
      ******************************************************************

           COPY CCCIFWK.


      /*****************************************************************
      *            1094-C/1095-C RECORD IMAGES                         *
      *  Fixed 250-byte records: C employee statement (1095-C) with    *
      *  twelve monthly line 14/15/16 entries, T transmittal (1094-C)  *
      *  with twelve monthly full-time and total employee counts.      *
      *  Amounts are unsigned cents, right-justified zero-filled.      *
      ******************************************************************
       01  W-ACA-EMP.
           02  FILLER                  PIC X       VALUE 'C'.
           02  AC-EMPLID               PIC X(20).
           02  AC-SSN                  PIC X(9).
           02  AC-EMPL-NAME            PIC X(40).
           02  AC-MONTH                            OCCURS 12.
               03  AC-OFFER-CD         PIC XX.
               03  AC-EE-SHARE         PIC 9(5).
               03  AC-HARBOR-CD        PIC XX.
           02  FILLER                  PIC X(72)   VALUE SPACE.

       01  W-ACA-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  AT-EIN                  PIC X(9).
           02  AT-EMPLOYER-NAME        PIC X(40).
           02  AT-TAX-YEAR             PIC X(4).
           02  AT-1095C-CNT            PIC 9(7).
           02  AT-MONTH                            OCCURS 12.
               03  AT-FT-CNT           PIC 9(7).
               03  AT-TOT-CNT          PIC 9(7).
           02  FILLER                  PIC X(21)   VALUE SPACE.


      /*****************************************************************
      *            ACA REPORTING RUN CONTROL BUFFER AND STMT           *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_S_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  RUN-TYPE            PIC X.
                   88  RUN-TYPE-MONTHLY            VALUE 'M'.
                   88  RUN-TYPE-YEAR-END           VALUE 'Y'.
               03  MONTH-END-DT        PIC X(10).
               03  CALENDAR-YR         PIC X(4).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_D_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *            RUN CONTROL ARCHIVE INSERT STMT                     *
      ******************************************************************
       01  I-RUNCTLARC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  COMPANY ACA REPORTING SETUP  BUFFER AND STMT                  *
      *  The employer's EIN and name for the 1094-C and the rate-of-   *
      *  pay affordability percent for the year-end safe harbor.      *
      ******************************************************************
       01  S-SETUP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_S_SETUP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EIN                 PIC X(9).
               03  EMPLOYER-NAME       PIC X(40).
               03  AFFORD-PCT          PIC S9(3)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  MONTHLY HOURS FOR THE MONTH  SQL DELETE STMT                  *
      *  Clears the month's hours so a rerun replaces them.            *
      ******************************************************************
       01  D-MTHHRS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_D_MTHHRS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  MONTH-END-DT        PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONFIRMED HOURS FOR THE MONTH  BUFFER AND STMT                *
      *  One row per employee paid in the month: the employee's ACA    *
      *  category and the confirmed earnings hours (the detail behind  *
      *  the CNFPRINT E records) on checks dated in the month, in      *
      *  category order so the category rule is read once per         *
      *  category.  Carries its own cursor; the rule, average and      *
      *  status work runs nested on the common one.                    *
      ******************************************************************
       01  S-HOURS.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_S_HOURS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  MONTH-BEGIN-DT      PIC X(10).
               03  MONTH-END-DT        PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  ACA-CATEGORY        PIC X(4).
               03  EMPLID              PIC X(20).
               03  EMPL-NAME           PIC X(40).
               03  ACA-HOURS           PIC S9(5)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  MONTHLY HOURS  SQL INSERT STMT                                *
      ******************************************************************
       01  I-MTHHRS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_I_MTHHRS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  MONTH-END-DT        PIC X(10).
               03  ACA-HOURS           PIC S9(5)V99            COMP-3.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  ACA CATEGORY MEASUREMENT RULE  BUFFER AND STMT                *
      *  The category's measurement method -- 'M' monthly or 'L'       *
      *  look-back -- and, for look-back, the measurement period       *
      *  length and last month, the administrative and stability      *
      *  period lengths and the average monthly hours at which a       *
      *  variable-hour employee is reported as nearing full time.      *
      ******************************************************************
       01  S-CATRULE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_S_CATRULE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  ACA-CATEGORY        PIC X(4).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  MEASURE-METHOD      PIC X.
                   88  MEASURE-MONTHLY             VALUE 'M'.
                   88  MEASURE-LOOK-BACK           VALUE 'L'.
               03  MEASURE-MONTHS      PIC 99                  COMP.
               03  MEASURE-END-MO      PIC 99                  COMP.
               03  ADMIN-MONTHS        PIC 99                  COMP.
               03  STABILITY-MONTHS    PIC 99                  COMP.
               03  NEAR-FT-HOURS       PIC S9(3)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  MEASUREMENT PERIOD HOURS  BUFFER AND STMT                     *
      *  The employee's monthly hours summed over a date span.         *
      ******************************************************************
       01  S-SUMHRS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_S_SUMHRS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  TOTAL-HOURS         PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  FULL-TIME STATUS FOR A SPAN  SQL DELETE STMT                  *
      *  Clears the employee's status months about to be rewritten.    *
      ******************************************************************
       01  D-STATUS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_D_STATUS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  FULL-TIME STATUS FOR ONE MONTH  SQL INSERT STMT               *
      *  F full time, N not; the average hours and the method that     *
      *  set it are kept for the audit of the status.                  *
      ******************************************************************
       01  I-STATUS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_I_STATUS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  STATUS-MONTH-DT     PIC X(10).
               03  FT-STATUS           PIC X.
               03  AVG-HOURS           PIC S9(5)V99            COMP-3.
               03  MEASURE-METHOD      PIC X.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  YEAR-END MONTHLY COVERAGE DETAIL  BUFFER AND STMT             *
      *  One row per employee and month of the year in which the       *
      *  employee was employed or held a status row, in employee and   *
      *  month order: employment, full-time status, the offer level    *
      *  ('E' employee, 'S' +spouse, 'D' +dependents, 'F' family, 'N'  *
      *  none), enrollment, the lowest-cost self-only monthly share    *
      *  and the monthly rate of pay for the affordability test.      *
      ******************************************************************
       01  S-YEAR.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCACAMS_S_YEAR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  YR-BEGIN-DT         PIC X(10).
               03  YR-END-DT           PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  SSN                 PIC X(9).
               03  EMPL-NAME           PIC X(40).
               03  MONTH-NBR           PIC 99                  COMP.
               03  EMPLOYED-SW         PIC X.
                   88  EMPLOYED-YES                VALUE 'Y'.
               03  FT-STATUS           PIC X.
                   88  FULL-TIME-YES               VALUE 'F'.
               03  OFFER-LEVEL         PIC X.
                   88  OFFER-EMPLOYEE              VALUE 'E'.
                   88  OFFER-SPOUSE                VALUE 'S'.
                   88  OFFER-DEPENDENTS            VALUE 'D'.
                   88  OFFER-FAMILY                VALUE 'F'.
                   88  OFFER-NONE                  VALUE 'N'.
               03  ENROLLED-SW         PIC X.
                   88  ENROLLED-YES                VALUE 'Y'.
               03  EE-SHARE            PIC S9(5)V99            COMP-3.
               03  MONTHLY-PAY         PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


      /*****************************************************************
      *            PROCESS SCHEDULER REQUEST STATUS INTERFACE          *
      ******************************************************************
       01  USTAT.                      COPY PTCUSTAT.



      /*****************************************************************
      *                                                                *
       PROCEDURE DIVISION.
      *                                                                *
      ******************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           PERFORM DA000-SELECT-RUNCTL

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'ACA Reporting started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                   Run Type: '
                   RUN-TYPE OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM DF000-SELECT-SETUP

           EVALUATE TRUE
               WHEN RUN-TYPE-MONTHLY OF S-RUNCTL
                   PERFORM MA000-MEASURE-MONTH
               WHEN RUN-TYPE-YEAR-END OF S-RUNCTL
                   PERFORM YA000-BUILD-YEAR-END-FILE
               WHEN OTHER
                   DISPLAY 'ACA run type must be M (monthly) or '
                           'Y (year end): ' RUN-TYPE OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   MOVE 'MAIN'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
           END-EVALUATE

           PERFORM SA000-TERM

           .
       MAIN-EXIT.
           STOP RUN.


      /*****************************************************************
      *                                                                *
       DA000-SELECT-RUNCTL SECTION.
       DA000.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-CONNECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-RUNCTL(CONNECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM DB000-SET-RUN-STAT-PROCESSING
           ELSE

               CALL 'PTPRUNID' USING   SQLRT
                                       PROCESS-INSTANCE-ERRMSG
                                               OF W-PRC-INSTANCE
           END-IF

           MOVE OPRID OF SQLRT  TO  OPRID OF S-RUNCTL
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF S-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-RUNCTL
                                   BIND-SETUP OF S-RUNCTL
                                   BIND-DATA OF S-RUNCTL
                                   SELECT-SETUP OF S-RUNCTL
                                   SELECT-DATA OF S-RUNCTL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-RUNCTL(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'ACA Reporting Run Control Missing.'
                   DISPLAY ' for Operator ID  ' OPRID OF S-RUNCTL
                   DISPLAY ' and Batch Run ID '
                           BATCH-RUN-ID OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   MOVE 'SELECT-RUNCTL'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-RUNCTL(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               PERFORM DD000-RUNCTL-ACCEPTED
           END-IF

           .
       SELECT-RUNCTL-EXIT.


      /*****************************************************************
      *                                                                *
       DB000-SET-RUN-STAT-PROCESSING SECTION.
       DB000.
      *                                                                *
      ******************************************************************

           INITIALIZE USTAT
           MOVE PROCESS-INSTANCE OF SQLRT  TO  PROCESS-INSTANCE OF USTAT
           SET RUN-STATUS-PROCESSING OF USTAT  TO  TRUE

           CALL 'PTPUSTAT' USING   SQLRT
                                   USTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-RUN-STAT-PROCESSING(PTPUSTAT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-RUN-STAT-PROCESSING-EXIT.


      /*****************************************************************
      *  Copies the run control's parameters to an archive table       *
      *  ahead of DD000 below removing the row, so an accepted run's   *
      *  parameters stay on file for later reference instead of being  *
      *  lost with the row.                                            *
      ******************************************************************
       DC000-ARCHIVE-RUNCTL SECTION.
       DC000.
      *                                                                *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF I-RUNCTLARC
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF I-RUNCTLARC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-RUNCTLARC
                                   BIND-SETUP OF I-RUNCTLARC
                                   BIND-DATA OF I-RUNCTLARC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ARCHIVE-RUNCTL(INSERT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       ARCHIVE-RUNCTL-EXIT.


      /*****************************************************************
      *                                                                *
       DD000-RUNCTL-ACCEPTED SECTION.
       DD000.
      *                                                                *
      ******************************************************************

           PERFORM DC000-ARCHIVE-RUNCTL

           MOVE OPRID OF SQLRT  TO  OPRID OF D-RUNCTL
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF D-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-RUNCTL
                                   BIND-SETUP OF D-RUNCTL
                                   BIND-DATA OF D-RUNCTL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RUNCTL-ACCEPTED(DELETE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RUNCTL-ACCEPTED(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       RUNCTL-ACCEPTED-EXIT.


      /*****************************************************************
      *                                                                *
       DF000-SELECT-SETUP SECTION.
       DF000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-SETUP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-SETUP
                                   BIND-SETUP OF S-SETUP
                                   BIND-DATA OF S-SETUP
                                   SELECT-SETUP OF S-SETUP
                                   SELECT-DATA OF S-SETUP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-SETUP(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-SETUP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'ACA reporting setup missing for Company: '
                           COMPANY OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   MOVE 'SELECT-SETUP'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-SETUP(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-SETUP-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-MEASURE-MONTH SECTION.
       MA000.
      *  Replaces the month's hours, sets each employee's status by    *
      *  the category's method and prints the approaching-full-time    *
      *  list.  One commit at the end of the month.                    *
      ******************************************************************

           MOVE MONTH-END-DT OF S-RUNCTL  TO  WK-DATE OF W-WK
           COMPUTE WK-RUN-MO-IDX OF W-WK
                   =  WK-NUM-YR OF W-WK  *  12
                   +  WK-NUM-MO OF W-WK  -  1
           MOVE '01'  TO  WK-DAY OF W-WK
           MOVE WK-DATE OF W-WK  TO  WK-MONTH-BEGIN-DT OF W-WK

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF D-MTHHRS
           MOVE MONTH-END-DT OF S-RUNCTL
                   TO  MONTH-END-DT OF D-MTHHRS

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-MTHHRS
                                   BIND-SETUP OF D-MTHHRS
                                   BIND-DATA OF D-MTHHRS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MEASURE-MONTH(DELETE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           DISPLAY 'Variable-hour employees approaching full time, '
                   'month ending ' MONTH-END-DT OF S-RUNCTL
           DISPLAY '  Employee ID          Name'
                   '                                     Cat'
                   '   Avg Hours  Months'

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-HOURS
           MOVE WK-MONTH-BEGIN-DT OF W-WK
                   TO  MONTH-BEGIN-DT OF S-HOURS
           MOVE MONTH-END-DT OF S-RUNCTL
                   TO  MONTH-END-DT OF S-HOURS

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HOURS
                                   SQL-STMT OF S-HOURS
                                   BIND-SETUP OF S-HOURS
                                   BIND-DATA OF S-HOURS
                                   SELECT-SETUP OF S-HOURS
                                   SELECT-DATA OF S-HOURS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MEASURE-MONTH(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-HOURS

           PERFORM MB000-MEASURE-EMPLOYEE
                   UNTIL FETCH-HRS-END OF W-SW

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MEASURE-MONTH(COMMIT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           MOVE WK-EMPL-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Employees measured:            ' CNT-OUT OF W-DSP
           MOVE WK-FT-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Set full time:                 ' CNT-OUT OF W-DSP
           MOVE WK-STAB-SET-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Stability periods set:         ' CNT-OUT OF W-DSP
           MOVE WK-NEAR-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Approaching full time:         ' CNT-OUT OF W-DSP

           .
       MEASURE-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-HOURS SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-HOURS

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HOURS
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-HRS-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-HOURS'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-HOURS-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-MEASURE-EMPLOYEE SECTION.
       MB000.
      *  Stores the employee's month and sets status by the method of  *
      *  the employee's category.                                      *
      ******************************************************************

           IF ACA-CATEGORY OF S-HOURS
                   NOT =  WK-CUR-CATEGORY OF W-WK

               PERFORM MB100-SELECT-CATRULE
           END-IF

           ADD 1  TO  WK-EMPL-CNT OF W-WK

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF I-MTHHRS
           MOVE EMPLID OF SELECT-DATA OF S-HOURS
                   TO  EMPLID OF I-MTHHRS
           MOVE MONTH-END-DT OF S-RUNCTL
                   TO  MONTH-END-DT OF I-MTHHRS
           MOVE ACA-HOURS OF S-HOURS
                   TO  ACA-HOURS OF I-MTHHRS
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF I-MTHHRS

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-MTHHRS
                                   BIND-SETUP OF I-MTHHRS
                                   BIND-DATA OF I-MTHHRS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MEASURE-EMPLOYEE(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF MEASURE-LOOK-BACK OF S-CATRULE

               PERFORM MC000-LOOK-BACK-STATUS
           ELSE
               PERFORM MD000-MONTHLY-STATUS
           END-IF

           PERFORM MA100-FETCH-HOURS

           .
       MEASURE-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-SELECT-CATRULE SECTION.
       MB100.
      *  A category with no rule is measured monthly.                  *
      ******************************************************************

           MOVE ACA-CATEGORY OF S-HOURS  TO  WK-CUR-CATEGORY OF W-WK
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-CATRULE
           MOVE ACA-CATEGORY OF S-HOURS
                   TO  ACA-CATEGORY OF BIND-DATA OF S-CATRULE

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-CATRULE
                                   BIND-SETUP OF S-CATRULE
                                   BIND-DATA OF S-CATRULE
                                   SELECT-SETUP OF S-CATRULE
                                   SELECT-DATA OF S-CATRULE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-CATRULE(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CATRULE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET WK-CAT-FOUND-NO OF W-SW  TO  TRUE
                   SET MEASURE-MONTHLY OF S-CATRULE  TO  TRUE
                   DISPLAY '  No ACA measurement rule for category '
                           WK-CUR-CATEGORY OF W-WK
                           '; measured monthly.'
               ELSE
                   MOVE 'SELECT-CATRULE(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET WK-CAT-FOUND-YES OF W-SW  TO  TRUE
           END-IF

           IF MEASURE-MONTHS OF S-CATRULE  =  ZERO

               MOVE 12  TO  MEASURE-MONTHS OF S-CATRULE
           END-IF

           IF STABILITY-MONTHS OF S-CATRULE  =  ZERO

               MOVE MEASURE-MONTHS OF S-CATRULE
                       TO  STABILITY-MONTHS OF S-CATRULE
           END-IF

           IF MEASURE-END-MO OF S-CATRULE  <  1
                   OR MEASURE-END-MO OF S-CATRULE  >  12

               MOVE 12  TO  MEASURE-END-MO OF S-CATRULE
           END-IF

           .
       SELECT-CATRULE-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-LOOK-BACK-STATUS SECTION.
       MC000.
      *  Locates the measurement period the month falls in and         *
      *  averages its hours to date.  In the period's last month the   *
      *  average fixes status for the coming stability period;         *
      *  earlier, a near-full-time average is reported.                *
      ******************************************************************

           DIVIDE WK-RUN-MO-IDX OF W-WK  BY  12
                   GIVING WK-MEAS-END-IDX OF W-WK

           COMPUTE WK-MEAS-END-IDX OF W-WK
                   =  WK-MEAS-END-IDX OF W-WK  *  12
                   +  MEASURE-END-MO OF S-CATRULE  -  1

           IF WK-MEAS-END-IDX OF W-WK  <  WK-RUN-MO-IDX OF W-WK

               ADD 12  TO  WK-MEAS-END-IDX OF W-WK
           END-IF

           COMPUTE WK-MEAS-BEGIN-IDX OF W-WK
                   =  WK-MEAS-END-IDX OF W-WK
                   -  MEASURE-MONTHS OF S-CATRULE  +  1

           IF WK-MEAS-BEGIN-IDX OF W-WK  >  WK-RUN-MO-IDX OF W-WK

               GO TO LOOK-BACK-STATUS-EXIT
           END-IF

           COMPUTE WK-ELAPSED-MOS OF W-WK
                   =  WK-RUN-MO-IDX OF W-WK
                   -  WK-MEAS-BEGIN-IDX OF W-WK  +  1

           MOVE WK-MEAS-BEGIN-IDX OF W-WK  TO  WK-MO-IDX OF W-WK
           PERFORM XC000-IDX-TO-DATE
           MOVE WK-DATE OF W-WK  TO  WK-MEAS-BEGIN-DT OF W-WK

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-SUMHRS
           MOVE EMPLID OF SELECT-DATA OF S-HOURS
                   TO  EMPLID OF BIND-DATA OF S-SUMHRS
           MOVE WK-MEAS-BEGIN-DT OF W-WK
                   TO  FROM-DT OF S-SUMHRS
           MOVE MONTH-END-DT OF S-RUNCTL
                   TO  TO-DT OF S-SUMHRS

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-SUMHRS
                                   BIND-SETUP OF S-SUMHRS
                                   BIND-DATA OF S-SUMHRS
                                   SELECT-SETUP OF S-SUMHRS
                                   SELECT-DATA OF S-SUMHRS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOOK-BACK-STATUS(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-SUMHRS

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'LOOK-BACK-STATUS(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           COMPUTE WK-AVG-HOURS OF W-WK  ROUNDED
                   =  TOTAL-HOURS OF S-SUMHRS
                   /  WK-ELAPSED-MOS OF W-WK

           IF WK-RUN-MO-IDX OF W-WK  =  WK-MEAS-END-IDX OF W-WK

               PERFORM MC100-SET-STABILITY-PERIOD
           ELSE

               IF WK-AVG-HOURS OF W-WK
                       NOT <  NEAR-FT-HOURS OF S-CATRULE
                       AND WK-AVG-HOURS OF W-WK  <  130

                   PERFORM MC200-REPORT-NEAR-FULL-TIME
               END-IF
           END-IF

           .
       LOOK-BACK-STATUS-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-SET-STABILITY-PERIOD SECTION.
       MC100.
      *  The stability period opens the month after the administrative *
      *  period; each of its months is rewritten with the status the   *
      *  measurement period earned.                                    *
      ******************************************************************

           IF WK-AVG-HOURS OF W-WK  NOT <  130

               MOVE 'F'  TO  WK-FT-STATUS OF W-WK
               ADD 1  TO  WK-FT-CNT OF W-WK
           ELSE
               MOVE 'N'  TO  WK-FT-STATUS OF W-WK
           END-IF

           COMPUTE WK-STAB-IDX OF W-WK
                   =  WK-MEAS-END-IDX OF W-WK
                   +  ADMIN-MONTHS OF S-CATRULE  +  1
           COMPUTE WK-STAB-END-IDX OF W-WK
                   =  WK-STAB-IDX OF W-WK
                   +  STABILITY-MONTHS OF S-CATRULE  -  1

           MOVE WK-STAB-IDX OF W-WK  TO  WK-MO-IDX OF W-WK
           PERFORM XC000-IDX-TO-DATE
           MOVE WK-DATE OF W-WK  TO  WK-STAB-BEGIN-DT OF W-WK

           MOVE WK-STAB-END-IDX OF W-WK  TO  WK-MO-IDX OF W-WK
           PERFORM XC000-IDX-TO-DATE
           PERFORM XC100-MONTH-END-DATE
           MOVE WK-DATE OF W-WK  TO  WK-STAB-END-DT OF W-WK

           MOVE WK-STAB-BEGIN-DT OF W-WK  TO  FROM-DT OF D-STATUS
           MOVE WK-STAB-END-DT OF W-WK    TO  TO-DT OF D-STATUS
           PERFORM ME000-DELETE-STATUS

           PERFORM MC110-INSERT-STABILITY-MONTH
                   VARYING WK-MO-IDX OF W-WK
                   FROM WK-STAB-IDX OF W-WK  BY  1
                   UNTIL WK-MO-IDX OF W-WK  >  WK-STAB-END-IDX OF W-WK

           ADD 1  TO  WK-STAB-SET-CNT OF W-WK

           .
       SET-STABILITY-PERIOD-EXIT.


      /*****************************************************************
      *                                                                *
       MC110-INSERT-STABILITY-MONTH SECTION.
       MC110.
      *                                                                *
      ******************************************************************

           PERFORM XC000-IDX-TO-DATE
           PERFORM XC100-MONTH-END-DATE
           MOVE WK-DATE OF W-WK  TO  STATUS-MONTH-DT OF I-STATUS
           PERFORM MF000-INSERT-STATUS

           .
       INSERT-STABILITY-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       MC200-REPORT-NEAR-FULL-TIME SECTION.
       MC200.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-NEAR-CNT OF W-WK
           MOVE WK-AVG-HOURS OF W-WK    TO  AVG-OUT OF W-DSP
           MOVE WK-ELAPSED-MOS OF W-WK  TO  MOS-OUT OF W-DSP

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-HOURS
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   ' '  EMPL-NAME OF S-HOURS
                   ' '  ACA-CATEGORY OF S-HOURS
                   ' '  AVG-OUT OF W-DSP
                   '     ' MOS-OUT OF W-DSP

           .
       REPORT-NEAR-FULL-TIME-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-MONTHLY-STATUS SECTION.
       MD000.
      *  Monthly measurement: 130 hours in the month is full time.     *
      ******************************************************************

           MOVE ACA-HOURS OF S-HOURS  TO  WK-AVG-HOURS OF W-WK

           IF WK-AVG-HOURS OF W-WK  NOT <  130

               MOVE 'F'  TO  WK-FT-STATUS OF W-WK
               ADD 1  TO  WK-FT-CNT OF W-WK
           ELSE
               MOVE 'N'  TO  WK-FT-STATUS OF W-WK
           END-IF

           MOVE MONTH-END-DT OF S-RUNCTL  TO  FROM-DT OF D-STATUS
           MOVE MONTH-END-DT OF S-RUNCTL  TO  TO-DT OF D-STATUS
           PERFORM ME000-DELETE-STATUS

           MOVE MONTH-END-DT OF S-RUNCTL
                   TO  STATUS-MONTH-DT OF I-STATUS
           PERFORM MF000-INSERT-STATUS

           .
       MONTHLY-STATUS-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-DELETE-STATUS SECTION.
       ME000.
      *  Clears FROM-DT through TO-DT, already set by the caller.      *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF D-STATUS
           MOVE EMPLID OF SELECT-DATA OF S-HOURS
                   TO  EMPLID OF D-STATUS

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-STATUS
                                   BIND-SETUP OF D-STATUS
                                   BIND-DATA OF D-STATUS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-STATUS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-STATUS-EXIT.


      /*****************************************************************
      *                                                                *
       MF000-INSERT-STATUS SECTION.
       MF000.
      *  Writes the month in STATUS-MONTH-DT, already set by the       *
      *  caller, with the status and average in hand.                  *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF I-STATUS
           MOVE EMPLID OF SELECT-DATA OF S-HOURS
                   TO  EMPLID OF I-STATUS
           MOVE WK-FT-STATUS OF W-WK
                   TO  FT-STATUS OF I-STATUS
           MOVE WK-AVG-HOURS OF W-WK
                   TO  AVG-HOURS OF I-STATUS
           MOVE MEASURE-METHOD OF S-CATRULE
                   TO  MEASURE-METHOD OF I-STATUS
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF I-STATUS

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-STATUS
                                   BIND-SETUP OF I-STATUS
                                   BIND-DATA OF I-STATUS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-STATUS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-STATUS-EXIT.


      /*****************************************************************
      *                                                                *
       YA000-BUILD-YEAR-END-FILE SECTION.
       YA000.
      *  One pass of the year's monthly detail in employee order,      *
      *  writing each reportable employee's 1095-C on the change of    *
      *  employee and the 1094-C transmittal at the end.               *
      ******************************************************************

           MOVE CALENDAR-YR OF S-RUNCTL  TO  WK-YR OF W-WK
           MOVE '01'  TO  WK-MO OF W-WK
           MOVE '01'  TO  WK-DAY OF W-WK
           MOVE WK-DATE OF W-WK  TO  YR-BEGIN-DT OF S-YEAR
           MOVE '12'  TO  WK-MO OF W-WK
           MOVE '31'  TO  WK-DAY OF W-WK
           MOVE WK-DATE OF W-WK  TO  YR-END-DT OF S-YEAR

           INITIALIZE WK-ALE-MONTHS OF W-WK

           OPEN OUTPUT ACA-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'ACA file could not be opened, status: '
                       WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'BUILD-YEAR-END-FILE(OPEN)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-YEAR

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-YEAR
                                   SQL-STMT OF S-YEAR
                                   BIND-SETUP OF S-YEAR
                                   BIND-DATA OF S-YEAR
                                   SELECT-SETUP OF S-YEAR
                                   SELECT-DATA OF S-YEAR
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-YEAR-END-FILE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM YA100-FETCH-YEAR

           PERFORM YB000-ACCUMULATE-MONTH
                   UNTIL FETCH-YR-END OF W-SW

           IF WK-CUR-EMPLID OF W-WK  NOT =  SPACE

               PERFORM YC000-WRITE-1095C
           END-IF

           MOVE EIN OF S-SETUP            TO  AT-EIN
           MOVE EMPLOYER-NAME OF S-SETUP  TO  AT-EMPLOYER-NAME
           MOVE CALENDAR-YR OF S-RUNCTL   TO  AT-TAX-YEAR
           MOVE WK-1095C-CNT OF W-WK      TO  AT-1095C-CNT

           PERFORM YD000-FORMAT-ALE-MONTH
                   VARYING WK-MTH OF W-WK  FROM 1  BY 1
                   UNTIL WK-MTH OF W-WK  >  12

           WRITE ACA-REC  FROM  W-ACA-TRL

           CLOSE ACA-FILE

           PERFORM NB000-REGISTER-INTERFACE

           DISPLAY ' '
           MOVE WK-EMPL-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Employees read:                ' CNT-OUT OF W-DSP
           MOVE WK-1095C-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  1095-C statements written:     ' CNT-OUT OF W-DSP

           .
       BUILD-YEAR-END-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       YA100-FETCH-YEAR SECTION.
       YA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-YEAR

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-YEAR
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-YR-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-YEAR'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-YEAR-EXIT.


      /*****************************************************************
      *                                                                *
       YB000-ACCUMULATE-MONTH SECTION.
       YB000.
      *                                                                *
      ******************************************************************

           IF EMPLID OF SELECT-DATA OF S-YEAR
                   NOT =  WK-CUR-EMPLID OF W-WK

               IF WK-CUR-EMPLID OF W-WK  NOT =  SPACE

                   PERFORM YC000-WRITE-1095C
               END-IF

               PERFORM YB100-START-EMPLOYEE
           END-IF

           IF MONTH-NBR OF S-YEAR  NOT <  1
                   AND MONTH-NBR OF S-YEAR  NOT >  12

               PERFORM YB200-SET-MONTH
           END-IF

           PERFORM YA100-FETCH-YEAR

           .
       ACCUMULATE-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       YB100-START-EMPLOYEE SECTION.
       YB100.
      *  Every month starts as not employed: 1H with no share, 2A.     *
      ******************************************************************

           MOVE EMPLID OF SELECT-DATA OF S-YEAR
                   TO  WK-CUR-EMPLID OF W-WK
           ADD 1  TO  WK-EMPL-CNT OF W-WK
           SET WK-FILE-EMPL-NO OF W-SW  TO  TRUE

           MOVE EMPLID OF SELECT-DATA OF S-YEAR  TO  AC-EMPLID
           MOVE SSN OF S-YEAR                    TO  AC-SSN
           MOVE EMPL-NAME OF S-YEAR              TO  AC-EMPL-NAME

           PERFORM YB110-CLEAR-MONTH
                   VARYING WK-MTH OF W-WK  FROM 1  BY 1
                   UNTIL WK-MTH OF W-WK  >  12

           .
       START-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       YB110-CLEAR-MONTH SECTION.
       YB110.
      *                                                                *
      ******************************************************************

           MOVE '1H'  TO  WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)
           MOVE ZERO  TO  WK-EE-SHARE OF W-WK (WK-MTH OF W-WK)
           MOVE '2A'  TO  WK-HARBOR-CD OF W-WK (WK-MTH OF W-WK)

           .
       CLEAR-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       YB200-SET-MONTH SECTION.
       YB200.
      *  Codes one employed month.  The employee goes on the file if   *
      *  full time or enrolled in any month.                           *
      ******************************************************************

           MOVE MONTH-NBR OF S-YEAR  TO  WK-MTH OF W-WK

           IF NOT EMPLOYED-YES OF S-YEAR

               GO TO SET-MONTH-EXIT
           END-IF

           ADD 1  TO  WK-ALE-TOT-CNT OF W-WK (WK-MTH OF W-WK)

           IF FULL-TIME-YES OF S-YEAR

               ADD 1  TO  WK-ALE-FT-CNT OF W-WK (WK-MTH OF W-WK)
               SET WK-FILE-EMPL-YES OF W-SW  TO  TRUE
           END-IF

           IF ENROLLED-YES OF S-YEAR

               SET WK-FILE-EMPL-YES OF W-SW  TO  TRUE
           END-IF

           EVALUATE TRUE
               WHEN OFFER-EMPLOYEE OF S-YEAR
                   MOVE '1B'  TO  WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)
               WHEN OFFER-SPOUSE OF S-YEAR
                   MOVE '1D'  TO  WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)
               WHEN OFFER-DEPENDENTS OF S-YEAR
                   MOVE '1C'  TO  WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)
               WHEN OFFER-FAMILY OF S-YEAR
                   MOVE '1E'  TO  WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)
               WHEN OTHER
                   MOVE '1H'  TO  WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)
           END-EVALUATE

           IF WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)  NOT =  '1H'

               MOVE EE-SHARE OF S-YEAR
                       TO  WK-EE-SHARE OF W-WK (WK-MTH OF W-WK)
           END-IF

           COMPUTE WK-AFFORD-AMT OF W-WK  ROUNDED
                   =  MONTHLY-PAY OF S-YEAR
                   *  AFFORD-PCT OF S-SETUP  /  100

           IF ENROLLED-YES OF S-YEAR

               MOVE '2C'  TO  WK-HARBOR-CD OF W-WK (WK-MTH OF W-WK)
           ELSE
               IF NOT FULL-TIME-YES OF S-YEAR

                   MOVE '2B'
                           TO  WK-HARBOR-CD OF W-WK (WK-MTH OF W-WK)
               ELSE
                   IF WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)
                           NOT =  '1H'
                           AND EE-SHARE OF S-YEAR
                               NOT >  WK-AFFORD-AMT OF W-WK

                       MOVE '2H'
                           TO  WK-HARBOR-CD OF W-WK (WK-MTH OF W-WK)
                   ELSE
                       MOVE SPACE
                           TO  WK-HARBOR-CD OF W-WK (WK-MTH OF W-WK)
                   END-IF
               END-IF
           END-IF

           .
       SET-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       YC000-WRITE-1095C SECTION.
       YC000.
      *                                                                *
      ******************************************************************

           IF WK-FILE-EMPL-NO OF W-SW

               GO TO WRITE-1095C-EXIT
           END-IF

           PERFORM YC100-FORMAT-MONTH
                   VARYING WK-MTH OF W-WK  FROM 1  BY 1
                   UNTIL WK-MTH OF W-WK  >  12

           WRITE ACA-REC  FROM  W-ACA-EMP

           ADD 1  TO  WK-1095C-CNT OF W-WK

           .
       WRITE-1095C-EXIT.


      /*****************************************************************
      *                                                                *
       YC100-FORMAT-MONTH SECTION.
       YC100.
      *                                                                *
      ******************************************************************

           MOVE WK-OFFER-CD OF W-WK (WK-MTH OF W-WK)
                   TO  AC-OFFER-CD (WK-MTH OF W-WK)
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  WK-EE-SHARE OF W-WK (WK-MTH OF W-WK)  *  100
           MOVE WK-AMT-CENTS OF W-WK
                   TO  AC-EE-SHARE (WK-MTH OF W-WK)
           MOVE WK-HARBOR-CD OF W-WK (WK-MTH OF W-WK)
                   TO  AC-HARBOR-CD (WK-MTH OF W-WK)

           .
       FORMAT-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       YD000-FORMAT-ALE-MONTH SECTION.
       YD000.
      *                                                                *
      ******************************************************************

           MOVE WK-ALE-FT-CNT OF W-WK (WK-MTH OF W-WK)
                   TO  AT-FT-CNT (WK-MTH OF W-WK)
           MOVE WK-ALE-TOT-CNT OF W-WK (WK-MTH OF W-WK)
                   TO  AT-TOT-CNT (WK-MTH OF W-WK)

           .
       FORMAT-ALE-MONTH-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the ACA file on the interface register.  A failed     *
      *  register write is reported but does not fail the run.         *
      ******************************************************************

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE 'ACA1095C'  TO  INTERFACE-FILE OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE SPACE  TO  PAYGROUP OF W-IFREGPARM
           MOVE YR-END-DT OF S-YEAR  TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-1095C-CNT OF W-WK
                   TO  IF-REC-CNT OF W-IFREGPARM
           MOVE ZERO  TO  IF-CTL-AMT OF W-IFREGPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the ACA '
                       'file is sound but must be logged by hand.'
           ELSE

               CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'REGISTER-INTERFACE(COMMIT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       REGISTER-INTERFACE-EXIT.


      /*****************************************************************
      *                                                                *
       XA000-MONTH-LENGTH SECTION.
       XA000.
      *                                                                *
      ******************************************************************

           IF WK-MO OF W-WK  =  '04' OR '06' OR '09' OR '11'

               MOVE 30  TO  WK-MO-LEN OF W-WK
           ELSE
               IF WK-MO OF W-WK  =  '02'

                   COMPUTE WK-RESULT OF W-WK
                           =  WK-NUM-YR OF W-WK
                           /  4

                   MOVE WK-RESULT OF W-WK
                           TO  WK-RESULT-INTEGER OF W-WK

                   IF WK-RESULT OF W-WK
                           >  WK-RESULT-INTEGER OF W-WK

                       MOVE 28  TO  WK-MO-LEN OF W-WK
                   ELSE
                       MOVE 29  TO  WK-MO-LEN OF W-WK
                   END-IF
               ELSE
                   MOVE 31  TO  WK-MO-LEN OF W-WK
               END-IF
           END-IF

           .
       MONTH-LENGTH-EXIT.


      /*****************************************************************
      *                                                                *
       XC000-IDX-TO-DATE SECTION.
       XC000.
      *  Turns the month index in WK-MO-IDX into the first of that     *
      *  month in WK-DATE.                                             *
      ******************************************************************

           DIVIDE WK-MO-IDX OF W-WK  BY  12
                   GIVING WK-NUM-YR OF W-WK
                   REMAINDER WK-NUM-MO OF W-WK

           ADD 1  TO  WK-NUM-MO OF W-WK
           MOVE '01'  TO  WK-DAY OF W-WK

           .
       IDX-TO-DATE-EXIT.


      /*****************************************************************
      *                                                                *
       XC100-MONTH-END-DATE SECTION.
       XC100.
      *  Moves WK-DATE to the last day of its month.                   *
      ******************************************************************

           PERFORM XA000-MONTH-LENGTH
           MOVE WK-MO-LEN OF W-WK  TO  WK-NUM-DAY OF W-WK

           .
       MONTH-END-DATE-EXIT.


      /*****************************************************************
      *  Data masking (CCCMSKDT), initialized before any cursor is     *
      *  opened.  An unavailable classification table refuses the      *
      *  run rather than print unmasked values.                        *
      ******************************************************************
       XM000-INIT-MASKING SECTION.
       XM000.
      *                                                                *
      ******************************************************************

           SET MASK-ACTION-INIT OF W-MASKPARM  TO  TRUE
           SET MASK-OUTPUT-REPORT OF W-MASKPARM  TO  TRUE
           MOVE 'CCCACAMS'  TO  REPORT-ID OF W-MASKPARM
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF W-MASKPARM
           MOVE SPACE  TO  PAYGROUP OF W-MASKPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-MASKPARM

           CALL 'CCCMSKDT' USING   SQLRT
                                   W-MASKPARM

           IF RETURN-CD-FAILURE OF W-MASKPARM

               DISPLAY 'The data classification table is '
                       'unavailable; the run is refused.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'INIT-MASKING'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF UNMASK-YES OF W-MASKPARM

               DISPLAY 'Unmask granted to Operator ' OPRID OF SQLRT
               DISPLAY '  full sensitive values are printed; this '
                       'run has been logged.'
           END-IF

           .
       INIT-MASKING-EXIT.


      /*****************************************************************
      *  Masks the value staged in FIELD-VALUE OF W-MASKPARM under     *
      *  the class staged in FIELD-CLASS; the result comes back in     *
      *  FIELD-VALUE.                                                  *
      ******************************************************************
       XM100-MASK-FIELD SECTION.
       XM100.
      *                                                                *
      ******************************************************************

           SET MASK-ACTION-MASK OF W-MASKPARM  TO  TRUE

           CALL 'CCCMSKDT' USING   SQLRT
                                   W-MASKPARM

           IF RETURN-CD-FAILURE OF W-MASKPARM

               MOVE 'MASK-FIELD'  TO  ERR-SECTION OF SQLRT
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       MASK-FIELD-EXIT.


      /*****************************************************************
      *                                                                *
       SA000-TERM SECTION.
       SA000.
      *                                                                *
      ******************************************************************

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM SD000-SET-RUN-STAT-SUCCESSFUL
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-DISCONNECT-ALL OF SQLRT
                                   SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'TERM'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'ACA Reporting ended at '
                   WK-TIME OF W-WK
                   '.'

           .
       TERM-EXIT.


      /*****************************************************************
      *                                                                *
       SD000-SET-RUN-STAT-SUCCESSFUL SECTION.
       SD000.
      *                                                                *
      ******************************************************************

           SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE

           CALL 'PTPUSTAT' USING   SQLRT
                                   USTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-RUN-STAT-SUCCESSFUL(PTPUSTAT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-RUN-STAT-SUCCESSFUL-EXIT.


      /*****************************************************************
      *                                                                *
       ZZ000-SQL-ERROR SECTION.
       ZZ000.
      *                                                                *
      * SQL ERROR PROCESSING                                           *
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-ERROR OF SQLRT
                                   SQLRT

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'ACA Reporting did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
