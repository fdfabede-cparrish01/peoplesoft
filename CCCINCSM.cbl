       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCINCSM.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCINCSM - PAY INCREASE COSTING SIMULATION              *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- costs a pay increase scenario       *
      *       (percent, flat or new step schedule, by pay group,       *
      *       union code, job code or department) against a            *
      *       confirmed calendar: gross, employer Social Security      *
      *       (wage base respected) and Medicare, employer retirement  *
      *       match and percent-of-pay benefits, current versus        *
      *       proposed by fund and department, per period and          *
      *       annualized.  Reads only; no pay table is touched.        *
      *    10/15/26 TJM Employee IDs on the costing exception listing  *
      *       pass through CCCMSKDT, masked per the data               *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * THE RUN CONTROL NAMES THE BASE CALENDAR (A CONFIRMED COMPANY/  *
      * PAY GROUP/PAY END DATE) AND THE SCENARIO.  THE SCENARIO        *
      * HEADER CARRIES ITS DESCRIPTION AND EFFECTIVE DATE, WITH THE    *
      * PAY GROUP'S CALENDARS IN THE EFFECTIVE YEAR (PERIODS PER       *
      * YEAR) AND THOSE ENDING ON OR AFTER THE EFFECTIVE DATE          *
      * (PERIODS REMAINING).  THE SCENARIO ROWS, IN SEQUENCE, EACH     *
      * MATCH A POPULATION AND GIVE ITS INCREASE:                      *
      *                                                                *
      *   MATCH   G PAY GROUP  U UNION CODE  J JOB CODE                *
      *           D DEPARTMENT  A EVERYONE                             *
      *   TYPE    P PERCENT OF THE RATE-DRIVEN EARNINGS                *
      *           F FLAT AMOUNT PER PERIOD ON THE RATE-DRIVEN EARNINGS *
      *           S NEW STEP SCHEDULE -- THE RATE-DRIVEN EARNINGS      *
      *             SCALED FROM THE EMPLOYEE'S RATE TO THE SCENARIO    *
      *             STEP TABLE'S RATE FOR THE EMPLOYEE'S GRADE/STEP    *
      *                                                                *
      * THE FIRST MATCHING ROW APPLIES, SO THE SPECIFIC ROWS GO        *
      * AHEAD OF A CATCH-ALL.  ONE BASE ROW PER EMPLOYEE WITH A        *
      * CONFIRMED CHECK ON THE CALENDAR, IN FUND/DEPARTMENT ORDER,     *
      * GIVES THE GROSS, THE RATE-DRIVEN EARNINGS, THE SOCIAL          *
      * SECURITY/MEDICARE TAXABLE GROSS, THE SOCIAL SECURITY WAGES     *
      * YEAR-TO-DATE BEFORE THE CALENDAR, THE RATES, THE RETIREMENT    *
      * DEFERRAL AND MATCH FORMULA, AND THE EMPLOYER PERCENT-OF-PAY    *
      * BENEFIT RATE.  CURRENT AND PROPOSED COST ARE EACH:             *
      *                                                                *
      *   GROSS                                                        *
      *   + EMPLOYER SOCIAL SECURITY ON THE TAXABLE GROSS UP TO THE    *
      *     ROOM LEFT UNDER THE WAGE BASE (ANNUALIZED: THE YEAR'S      *
      *     TAXABLE GROSS CAPPED AT THE WAGE BASE)                     *
      *   + EMPLOYER MEDICARE ON THE TAXABLE GROSS                     *
      *   + MATCH: GROSS x THE DEFERRAL PERCENT UP TO THE MATCH CAP    *
      *     x THE MATCH PERCENT                                        *
      *   + BENEFITS: GROSS x THE PERCENT-OF-PAY BENEFIT RATE          *
      *                                                                *
      * THE PROPOSED YEAR-TO-DATE SOCIAL SECURITY WAGES ARE SCALED AS  *
      * IF THE INCREASE HAD APPLIED ALL YEAR.  THE REPORT SHOWS EACH   *
      * FUND/DEPARTMENT PER PERIOD AND ANNUALIZED, CURRENT AGAINST     *
      * PROPOSED, WITH THE FIRST-YEAR COST (THE PERIOD INCREASE TIMES  *
      * THE PERIODS REMAINING), FUND AND COMPANY TOTALS, AND THE       *
      * COMPANY'S ANNUALIZED COST BY ELEMENT.  NOTHING IS WRITTEN.     *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCINCSM'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-CUR-FUND             PIC X(10)   VALUE SPACE.
           02  WK-CUR-DEPTID           PIC X(10)   VALUE SPACE.
           02  WK-SCN-IDX              PIC 99      COMP  VALUE ZERO.
           02  WK-MATCH-IDX            PIC 99      COMP  VALUE ZERO.
           02  WK-PROP-RATE-ERN        PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-DELTA-AMT            PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-PROP-GROSS           PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-PROP-TAXABLE         PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-EMPL-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-AFFECT-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-NOSTEP-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-LN-EMPL-CNT          PIC 9(7)    COMP  VALUE ZERO.

      *    One side (current or proposed) of an employee's cost, in
      *    and out of MD000.
           02  WK-IN-GROSS             PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-IN-TAXABLE           PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-IN-YTD               PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-OASDI-ROOM           PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-OASDI-WAGES          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ANN-TAXABLE          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-MATCH-ON-PCT         PIC S9(3)V9(4) COMP-3 VALUE ZERO.
           02  WK-OUT-OASDI            PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-OUT-MED              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-OUT-MATCH            PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-OUT-BEN              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-OUT-PER-TOT          PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-OUT-ANN-GROSS        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-OUT-ANN-OASDI        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-OUT-ANN-MED          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-OUT-ANN-MATCH        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-OUT-ANN-BEN          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-OUT-ANN-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


      /*****************************************************************
      *  COST TOTALS -- THE EMPLOYEE, THE FUND/DEPARTMENT LINE, THE    *
      *  FUND AND THE COMPANY, EACH ROLLED INTO THE NEXT BY ADD        *
      *  CORRESPONDING AT ITS BREAK.                                   *
      ******************************************************************
       01  W-EMP-TOT.
           02  CUR-PER                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-PER                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  CUR-ANN                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-ANN                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  FIRST-YR                PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  W-LN-TOT.
           02  CUR-PER                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-PER                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  CUR-ANN                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-ANN                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  FIRST-YR                PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  W-FD-TOT.
           02  CUR-PER                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-PER                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  CUR-ANN                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-ANN                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  FIRST-YR                PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  W-CO-TOT.
           02  CUR-PER                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-PER                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  CUR-ANN                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-ANN                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  FIRST-YR                PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    The company's annualized cost by element.
       01  W-CO-ELEM.
           02  CUR-GROSS               PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-GROSS              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  CUR-OASDI               PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-OASDI              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  CUR-MED                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-MED                PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  CUR-MATCH               PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-MATCH              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  CUR-BEN                 PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  PROP-BEN                PIC S9(11)V99 COMP-3 VALUE ZERO.


      /*****************************************************************
      *  SCENARIO ROWS, LOADED FROM S-SCEN IN SEQUENCE BEFORE THE      *
      *  BASE CALENDAR IS READ.                                        *
      ******************************************************************
       01  W-SCEN-TAB.
           02  WK-SCN-CNT              PIC 99      COMP  VALUE ZERO.
           02  WK-SCN-ENTRY            OCCURS 50.
               03  WK-SCN-MATCH-TYPE   PIC X.
                   88  SCN-MATCH-PAYGROUP          VALUE 'G'.
                   88  SCN-MATCH-UNION             VALUE 'U'.
                   88  SCN-MATCH-JOBCODE           VALUE 'J'.
                   88  SCN-MATCH-DEPTID            VALUE 'D'.
                   88  SCN-MATCH-ALL               VALUE 'A'.
               03  WK-SCN-MATCH-VALUE  PIC X(10).
               03  WK-SCN-INCR-TYPE    PIC X.
                   88  SCN-INCR-PERCENT            VALUE 'P'.
                   88  SCN-INCR-FLAT               VALUE 'F'.
                   88  SCN-INCR-STEP               VALUE 'S'.
               03  WK-SCN-INCR-PCT     PIC S9(3)V9(4)          COMP-3.
               03  WK-SCN-INCR-AMT     PIC S9(7)V99            COMP-3.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  CUR-PER-OUT             PIC ZZZ,ZZZ,ZZ9.99-.
           02  PROP-PER-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
           02  CUR-ANN-OUT             PIC ZZZ,ZZZ,ZZ9.99-.
           02  PROP-ANN-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
           02  INCR-ANN-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
           02  FIRST-YR-OUT            PIC ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-BASE-SW           PIC X       VALUE SPACE.
               88  FETCH-BASE-END                  VALUE 'E'.
           02  FETCH-SCEN-SW           PIC X       VALUE SPACE.
               88  FETCH-SCEN-END                  VALUE 'E'.
           02  SCEN-MATCH-SW           PIC X       VALUE 'N'.
               88  SCEN-MATCH-YES                  VALUE 'Y'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            COSTING SIMULATION RUN CONTROL BUFFER AND STMT      *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINCSM_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  SCENARIO-ID         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINCSM_D_RUNCTL'.

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
                                                   'CCCINCSM_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  SCENARIO HEADER  BUFFER AND STMT                              *
      *  The scenario's description and effective date, with the pay   *
      *  group's calendars in the effective year and those ending on   *
      *  or after the effective date.                                  *
      ******************************************************************
       01  S-SCENH.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINCSM_S_SCENH'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  SCENARIO-ID         PIC X(10).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(60)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  DESCR               PIC X(60).
               03  EFFDT               PIC X(10).
               03  PERIODS-PER-YEAR    PIC 99                  COMP.
               03  PERIODS-REMAINING   PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  SCENARIO ROWS  BUFFER AND STMT                                *
      *  The scenario's population/increase rows in sequence.          *
      ******************************************************************
       01  S-SCEN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINCSM_S_SCEN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  SCENARIO-ID         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  MATCH-TYPE          PIC X.
               03  MATCH-VALUE         PIC X(10).
               03  INCR-TYPE           PIC X.
               03  INCR-PCT            PIC S9(3)V9(4)          COMP-3.
               03  INCR-AMT            PIC S9(7)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  EMPLOYER TAX RATES  BUFFER AND STMT                           *
      *  The employer Social Security and Medicare percents and the    *
      *  Social Security wage base in effect on the pay end date.      *
      ******************************************************************
       01  S-TAXRT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINCSM_S_TAXRT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  OASDI-PCT           PIC S9(3)V9(4)          COMP-3.
               03  OASDI-WAGE-BASE     PIC S9(9)V99            COMP-3.
               03  MEDICARE-PCT        PIC S9(3)V9(4)          COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  BASE CALENDAR EMPLOYEES  BUFFER AND STMT                      *
      *  One row per employee with a confirmed check on the calendar,  *
      *  in fund/department order: the gross, the rate-driven          *
      *  earnings (regular, overtime, shift and the other earnings     *
      *  paid from the rate), the Social Security/Medicare taxable     *
      *  gross, the Social Security wages year-to-date before the      *
      *  calendar, the employee's hourly rate and the scenario step    *
      *  table's rate for the employee's grade/step (zero when none),  *
      *  the retirement deferral percent and the plan's match percent  *
      *  and cap, and the employer percent-of-pay benefit rate.        *
      ******************************************************************
       01  S-BASE.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINCSM_S_BASE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  SCENARIO-ID         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  FUND-CD             PIC X(10).
               03  DEPTID              PIC X(10).
               03  EMPLID              PIC X(20).
               03  UNION-CD            PIC X(3).
               03  JOBCODE             PIC X(6).
               03  GROSS               PIC S9(9)V99            COMP-3.
               03  RATE-ERN            PIC S9(9)V99            COMP-3.
               03  FICA-TAXABLE        PIC S9(9)V99            COMP-3.
               03  YTD-OASDI-PRIOR     PIC S9(9)V99            COMP-3.
               03  COMP-RATE           PIC S9(6)V9(6)          COMP-3.
               03  STEP-RATE           PIC S9(6)V9(6)          COMP-3.
               03  DEFER-PCT           PIC S9(3)V9(4)          COMP-3.
               03  MATCH-PCT           PIC S9(3)V9(4)          COMP-3.
               03  MATCH-CAP-PCT       PIC S9(3)V9(4)          COMP-3.
               03  BEN-PCT             PIC S9(3)V9(4)          COMP-3.
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
           DISPLAY 'Increase Costing Simulation started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                     Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                     Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-LOAD-SCENARIO

           PERFORM MB000-COST-BASE-CALENDAR

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

                   DISPLAY 'Costing Simulation Run Control Missing.'
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
       MA000-LOAD-SCENARIO SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           MOVE SCENARIO-ID OF SELECT-DATA OF S-RUNCTL
                   TO  SCENARIO-ID OF BIND-DATA OF S-SCENH
           MOVE COMPANY OF SELECT-DATA OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-SCENH
           MOVE PAYGROUP OF SELECT-DATA OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-SCENH

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-SCENH
                                   BIND-SETUP OF S-SCENH
                                   BIND-DATA OF S-SCENH
                                   SELECT-SETUP OF S-SCENH
                                   SELECT-DATA OF S-SCENH
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOAD-SCENARIO(SELECT SCENH)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-SCENH

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Increase scenario not found: '
                           SCENARIO-ID OF SELECT-DATA OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               END-IF

               MOVE 'LOAD-SCENARIO(FETCH SCENH)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF PERIODS-PER-YEAR OF S-SCENH  =  ZERO

               DISPLAY 'No calendars for Pay Group: '
                       PAYGROUP OF S-RUNCTL
                       ' in the scenario''s effective year.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'LOAD-SCENARIO'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY 'Scenario: ' SCENARIO-ID OF SELECT-DATA OF S-RUNCTL
                   '  ' DESCR OF S-SCENH
           MOVE PERIODS-PER-YEAR OF S-SCENH  TO  CNT-OUT OF W-DSP
           DISPLAY '  Effective: ' EFFDT OF S-SCENH
                   '  Periods per year: ' CNT-OUT OF W-DSP
           MOVE PERIODS-REMAINING OF S-SCENH  TO  CNT-OUT OF W-DSP
           DISPLAY '  Periods remaining from effective date: '
                   CNT-OUT OF W-DSP

           MOVE PAY-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-TAXRT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-TAXRT
                                   BIND-SETUP OF S-TAXRT
                                   BIND-DATA OF S-TAXRT
                                   SELECT-SETUP OF S-TAXRT
                                   SELECT-DATA OF S-TAXRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOAD-SCENARIO(SELECT TAXRT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-TAXRT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'No employer tax rates in effect on '
                           PAY-END-DT OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               END-IF

               MOVE 'LOAD-SCENARIO(FETCH TAXRT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE SCENARIO-ID OF SELECT-DATA OF S-RUNCTL
                   TO  SCENARIO-ID OF BIND-DATA OF S-SCEN

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-SCEN
                                   BIND-SETUP OF S-SCEN
                                   BIND-DATA OF S-SCEN
                                   SELECT-SETUP OF S-SCEN
                                   SELECT-DATA OF S-SCEN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOAD-SCENARIO(SELECT SCEN)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-SCENARIO-ROW

           PERFORM MA200-LOAD-ONE-ROW
                   UNTIL FETCH-SCEN-END OF W-SW

           IF WK-SCN-CNT OF W-SCEN-TAB  =  ZERO

               DISPLAY 'Increase scenario has no rows: '
                       SCENARIO-ID OF SELECT-DATA OF S-RUNCTL
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'LOAD-SCENARIO'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       LOAD-SCENARIO-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-SCENARIO-ROW SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-SCEN

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-SCEN-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-SCENARIO-ROW'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-SCENARIO-ROW-EXIT.


      /*****************************************************************
      *                                                                *
       MA200-LOAD-ONE-ROW SECTION.
       MA200.
      *                                                                *
      ******************************************************************

           IF WK-SCN-CNT OF W-SCEN-TAB  =  50

               DISPLAY 'More than 50 rows on one increase scenario; '
                       'raise the table in CCCINCSM.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'LOAD-ONE-ROW'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-SCN-CNT OF W-SCEN-TAB
           MOVE WK-SCN-CNT OF W-SCEN-TAB  TO  WK-SCN-IDX OF W-WK

           MOVE MATCH-TYPE OF S-SCEN
                   TO  WK-SCN-MATCH-TYPE OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
           MOVE MATCH-VALUE OF S-SCEN
                   TO  WK-SCN-MATCH-VALUE OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
           MOVE INCR-TYPE OF S-SCEN
                   TO  WK-SCN-INCR-TYPE OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
           MOVE INCR-PCT OF S-SCEN
                   TO  WK-SCN-INCR-PCT OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
           MOVE INCR-AMT OF S-SCEN
                   TO  WK-SCN-INCR-AMT OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)

           PERFORM MA100-FETCH-SCENARIO-ROW

           .
       LOAD-ONE-ROW-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-COST-BASE-CALENDAR SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF SELECT-DATA OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-BASE
           MOVE PAYGROUP OF SELECT-DATA OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-BASE
           MOVE PAY-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-BASE
           MOVE SCENARIO-ID OF SELECT-DATA OF S-RUNCTL
                   TO  SCENARIO-ID OF BIND-DATA OF S-BASE

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-BASE
                                   SQL-STMT OF S-BASE
                                   BIND-SETUP OF S-BASE
                                   BIND-DATA OF S-BASE
                                   SELECT-SETUP OF S-BASE
                                   SELECT-DATA OF S-BASE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'COST-BASE-CALENDAR(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           DISPLAY 'PAY INCREASE COSTING -- CURRENT VERSUS PROPOSED'
           DISPLAY 'Fund       Dept         Empls '
                   ' Current/Period '
                   'Proposed/Period '
                   ' Current/Annual '
                   'Proposed/Annual '
                   'Annual Increase '
                   ' First-Yr Incr.'

           PERFORM MB100-FETCH-BASE

           PERFORM MC000-COST-ONE-EMPLOYEE
                   UNTIL FETCH-BASE-END OF W-SW

           IF WK-LN-EMPL-CNT OF W-WK  >  ZERO

               PERFORM MG000-PRINT-DEPT-LINE
           END-IF

           IF WK-EMPL-CNT OF W-WK  >  ZERO

               PERFORM MH000-PRINT-FUND-TOTAL
           END-IF

           MOVE WK-EMPL-CNT OF W-WK         TO  CNT-OUT OF W-DSP
           MOVE CUR-PER OF W-CO-TOT         TO  CUR-PER-OUT OF W-DSP
           MOVE PROP-PER OF W-CO-TOT        TO  PROP-PER-OUT OF W-DSP
           MOVE CUR-ANN OF W-CO-TOT         TO  CUR-ANN-OUT OF W-DSP
           MOVE PROP-ANN OF W-CO-TOT        TO  PROP-ANN-OUT OF W-DSP
           MOVE FIRST-YR OF W-CO-TOT        TO  FIRST-YR-OUT OF W-DSP
           COMPUTE INCR-ANN-OUT OF W-DSP
                   =  PROP-ANN OF W-CO-TOT  -  CUR-ANN OF W-CO-TOT
           DISPLAY 'Company total         ' CNT-OUT OF W-DSP
                   CUR-PER-OUT OF W-DSP
                   PROP-PER-OUT OF W-DSP
                   CUR-ANN-OUT OF W-DSP
                   PROP-ANN-OUT OF W-DSP
                   INCR-ANN-OUT OF W-DSP
                   FIRST-YR-OUT OF W-DSP

           DISPLAY ' '
           DISPLAY 'COMPANY ANNUALIZED COST BY ELEMENT'
           DISPLAY '                                 Current'
                   '        Proposed        Increase'
           MOVE CUR-GROSS OF W-CO-ELEM   TO  CUR-ANN-OUT OF W-DSP
           MOVE PROP-GROSS OF W-CO-ELEM  TO  PROP-ANN-OUT OF W-DSP
           COMPUTE INCR-ANN-OUT OF W-DSP
                   =  PROP-GROSS OF W-CO-ELEM  -  CUR-GROSS OF W-CO-ELEM
           DISPLAY '  Gross                 ' CUR-ANN-OUT OF W-DSP
                   PROP-ANN-OUT OF W-DSP
                   INCR-ANN-OUT OF W-DSP
           MOVE CUR-OASDI OF W-CO-ELEM   TO  CUR-ANN-OUT OF W-DSP
           MOVE PROP-OASDI OF W-CO-ELEM  TO  PROP-ANN-OUT OF W-DSP
           COMPUTE INCR-ANN-OUT OF W-DSP
                   =  PROP-OASDI OF W-CO-ELEM  -  CUR-OASDI OF W-CO-ELEM
           DISPLAY '  Employer Soc Security ' CUR-ANN-OUT OF W-DSP
                   PROP-ANN-OUT OF W-DSP
                   INCR-ANN-OUT OF W-DSP
           MOVE CUR-MED OF W-CO-ELEM     TO  CUR-ANN-OUT OF W-DSP
           MOVE PROP-MED OF W-CO-ELEM    TO  PROP-ANN-OUT OF W-DSP
           COMPUTE INCR-ANN-OUT OF W-DSP
                   =  PROP-MED OF W-CO-ELEM  -  CUR-MED OF W-CO-ELEM
           DISPLAY '  Employer Medicare     ' CUR-ANN-OUT OF W-DSP
                   PROP-ANN-OUT OF W-DSP
                   INCR-ANN-OUT OF W-DSP
           MOVE CUR-MATCH OF W-CO-ELEM   TO  CUR-ANN-OUT OF W-DSP
           MOVE PROP-MATCH OF W-CO-ELEM  TO  PROP-ANN-OUT OF W-DSP
           COMPUTE INCR-ANN-OUT OF W-DSP
                   =  PROP-MATCH OF W-CO-ELEM  -  CUR-MATCH OF W-CO-ELEM
           DISPLAY '  Retirement match      ' CUR-ANN-OUT OF W-DSP
                   PROP-ANN-OUT OF W-DSP
                   INCR-ANN-OUT OF W-DSP
           MOVE CUR-BEN OF W-CO-ELEM     TO  CUR-ANN-OUT OF W-DSP
           MOVE PROP-BEN OF W-CO-ELEM    TO  PROP-ANN-OUT OF W-DSP
           COMPUTE INCR-ANN-OUT OF W-DSP
                   =  PROP-BEN OF W-CO-ELEM  -  CUR-BEN OF W-CO-ELEM
           DISPLAY '  Percent-of-pay benefit' CUR-ANN-OUT OF W-DSP
                   PROP-ANN-OUT OF W-DSP
                   INCR-ANN-OUT OF W-DSP

           DISPLAY ' '
           MOVE WK-EMPL-CNT OF W-WK    TO  CNT-OUT OF W-DSP
           DISPLAY 'Employees costed:            ' CNT-OUT OF W-DSP
           MOVE WK-AFFECT-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Matched by the scenario:     ' CNT-OUT OF W-DSP
           MOVE WK-NOSTEP-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Step rows with no step rate: ' CNT-OUT OF W-DSP

           .
       COST-BASE-CALENDAR-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-FETCH-BASE SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-BASE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-BASE
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-BASE-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-BASE'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-BASE-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-COST-ONE-EMPLOYEE SECTION.
       MC000.
      *  The first scenario row matching the employee sets the         *
      *  proposed rate-driven earnings; the difference carries into    *
      *  the gross and the taxable gross, and each side is costed by   *
      *  MD000.                                                        *
      ******************************************************************

           IF FUND-CD OF S-BASE  NOT =  WK-CUR-FUND OF W-WK
                   OR  DEPTID OF S-BASE  NOT =  WK-CUR-DEPTID OF W-WK

               IF WK-LN-EMPL-CNT OF W-WK  >  ZERO

                   PERFORM MG000-PRINT-DEPT-LINE
               END-IF

               IF FUND-CD OF S-BASE  NOT =  WK-CUR-FUND OF W-WK
                       AND  WK-EMPL-CNT OF W-WK  >  ZERO

                   PERFORM MH000-PRINT-FUND-TOTAL
               END-IF

               MOVE FUND-CD OF S-BASE  TO  WK-CUR-FUND OF W-WK
               MOVE DEPTID OF S-BASE   TO  WK-CUR-DEPTID OF W-WK
           END-IF

           ADD 1  TO  WK-EMPL-CNT OF W-WK
           ADD 1  TO  WK-LN-EMPL-CNT OF W-WK

           MOVE 'N'   TO  SCEN-MATCH-SW OF W-SW
           MOVE ZERO  TO  WK-MATCH-IDX OF W-WK

           PERFORM MC100-MATCH-SCENARIO
                   VARYING WK-SCN-IDX OF W-WK  FROM  1  BY  1
                   UNTIL WK-SCN-IDX OF W-WK  >  WK-SCN-CNT OF W-SCEN-TAB
                   OR  SCEN-MATCH-YES OF W-SW

           MOVE RATE-ERN OF S-BASE  TO  WK-PROP-RATE-ERN OF W-WK

           IF SCEN-MATCH-YES OF W-SW

               ADD 1  TO  WK-AFFECT-CNT OF W-WK
               MOVE WK-MATCH-IDX OF W-WK  TO  WK-SCN-IDX OF W-WK

               EVALUATE TRUE
                   WHEN SCN-INCR-PERCENT OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
                       COMPUTE WK-PROP-RATE-ERN OF W-WK ROUNDED
                               =  RATE-ERN OF S-BASE
                               *  (100  +  WK-SCN-INCR-PCT OF W-SCEN-TAB
                                               (WK-SCN-IDX OF W-WK))
                               /  100
                   WHEN SCN-INCR-FLAT OF W-SCEN-TAB
                                      (WK-SCN-IDX OF W-WK)
                       IF RATE-ERN OF S-BASE  >  ZERO

                           COMPUTE WK-PROP-RATE-ERN OF W-WK
                                   =  RATE-ERN OF S-BASE
                                   +  WK-SCN-INCR-AMT OF W-SCEN-TAB
                                               (WK-SCN-IDX OF W-WK)
                       END-IF
                   WHEN SCN-INCR-STEP OF W-SCEN-TAB
                                      (WK-SCN-IDX OF W-WK)
                       IF COMP-RATE OF S-BASE  >  ZERO
                               AND  STEP-RATE OF S-BASE  >  ZERO

                           COMPUTE WK-PROP-RATE-ERN OF W-WK ROUNDED
                                   =  RATE-ERN OF S-BASE
                                   *  STEP-RATE OF S-BASE
                                   /  COMP-RATE OF S-BASE
                       ELSE
                           ADD 1  TO  WK-NOSTEP-CNT OF W-WK
                           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
                           MOVE EMPLID OF S-BASE
                                   TO  FIELD-VALUE OF W-MASKPARM
                           PERFORM XM100-MASK-FIELD
                           MOVE FIELD-VALUE OF W-MASKPARM
                                   TO  WK-EMPLID-OUT OF W-WK
                           DISPLAY '  No scenario step rate for '
                                   'Employee: ' WK-EMPLID-OUT OF W-WK
                                   ' -- costed at the current rate.'
                       END-IF
               END-EVALUATE
           END-IF

           COMPUTE WK-DELTA-AMT OF W-WK
                   =  WK-PROP-RATE-ERN OF W-WK  -  RATE-ERN OF S-BASE
           COMPUTE WK-PROP-GROSS OF W-WK
                   =  GROSS OF S-BASE  +  WK-DELTA-AMT OF W-WK
           COMPUTE WK-PROP-TAXABLE OF W-WK
                   =  FICA-TAXABLE OF S-BASE  +  WK-DELTA-AMT OF W-WK

      *    Current cost.
           MOVE GROSS OF S-BASE            TO  WK-IN-GROSS OF W-WK
           MOVE FICA-TAXABLE OF S-BASE     TO  WK-IN-TAXABLE OF W-WK
           MOVE YTD-OASDI-PRIOR OF S-BASE  TO  WK-IN-YTD OF W-WK

           PERFORM MD000-EMPLOYER-COST

           MOVE WK-OUT-PER-TOT OF W-WK  TO  CUR-PER OF W-EMP-TOT
           MOVE WK-OUT-ANN-TOT OF W-WK  TO  CUR-ANN OF W-EMP-TOT
           ADD WK-OUT-ANN-GROSS OF W-WK  TO  CUR-GROSS OF W-CO-ELEM
           ADD WK-OUT-ANN-OASDI OF W-WK  TO  CUR-OASDI OF W-CO-ELEM
           ADD WK-OUT-ANN-MED OF W-WK    TO  CUR-MED OF W-CO-ELEM
           ADD WK-OUT-ANN-MATCH OF W-WK  TO  CUR-MATCH OF W-CO-ELEM
           ADD WK-OUT-ANN-BEN OF W-WK    TO  CUR-BEN OF W-CO-ELEM

      *    Proposed cost, the year-to-date wages scaled as if the
      *    increase had applied all year.
           MOVE WK-PROP-GROSS OF W-WK      TO  WK-IN-GROSS OF W-WK
           MOVE WK-PROP-TAXABLE OF W-WK    TO  WK-IN-TAXABLE OF W-WK
           MOVE YTD-OASDI-PRIOR OF S-BASE  TO  WK-IN-YTD OF W-WK

           IF FICA-TAXABLE OF S-BASE  >  ZERO

               COMPUTE WK-IN-YTD OF W-WK ROUNDED
                       =  YTD-OASDI-PRIOR OF S-BASE
                       *  WK-PROP-TAXABLE OF W-WK
                       /  FICA-TAXABLE OF S-BASE
           END-IF

           PERFORM MD000-EMPLOYER-COST

           MOVE WK-OUT-PER-TOT OF W-WK  TO  PROP-PER OF W-EMP-TOT
           MOVE WK-OUT-ANN-TOT OF W-WK  TO  PROP-ANN OF W-EMP-TOT
           ADD WK-OUT-ANN-GROSS OF W-WK  TO  PROP-GROSS OF W-CO-ELEM
           ADD WK-OUT-ANN-OASDI OF W-WK  TO  PROP-OASDI OF W-CO-ELEM
           ADD WK-OUT-ANN-MED OF W-WK    TO  PROP-MED OF W-CO-ELEM
           ADD WK-OUT-ANN-MATCH OF W-WK  TO  PROP-MATCH OF W-CO-ELEM
           ADD WK-OUT-ANN-BEN OF W-WK    TO  PROP-BEN OF W-CO-ELEM

           COMPUTE FIRST-YR OF W-EMP-TOT
                   =  (PROP-PER OF W-EMP-TOT  -  CUR-PER OF W-EMP-TOT)
                   *  PERIODS-REMAINING OF S-SCENH

           ADD CORRESPONDING W-EMP-TOT  TO  W-LN-TOT

           PERFORM MB100-FETCH-BASE

           .
       COST-ONE-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-MATCH-SCENARIO SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           EVALUATE TRUE
               WHEN SCN-MATCH-ALL OF W-SCEN-TAB (WK-SCN-IDX OF W-WK)
                   SET SCEN-MATCH-YES OF W-SW  TO  TRUE
               WHEN SCN-MATCH-PAYGROUP OF W-SCEN-TAB
                                       (WK-SCN-IDX OF W-WK)
                   IF WK-SCN-MATCH-VALUE OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
                           =  PAYGROUP OF S-RUNCTL

                       SET SCEN-MATCH-YES OF W-SW  TO  TRUE
                   END-IF
               WHEN SCN-MATCH-UNION OF W-SCEN-TAB (WK-SCN-IDX OF W-WK)
                   IF WK-SCN-MATCH-VALUE OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
                           =  UNION-CD OF S-BASE

                       SET SCEN-MATCH-YES OF W-SW  TO  TRUE
                   END-IF
               WHEN SCN-MATCH-JOBCODE OF W-SCEN-TAB
                                      (WK-SCN-IDX OF W-WK)
                   IF WK-SCN-MATCH-VALUE OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
                           =  JOBCODE OF S-BASE

                       SET SCEN-MATCH-YES OF W-SW  TO  TRUE
                   END-IF
               WHEN SCN-MATCH-DEPTID OF W-SCEN-TAB (WK-SCN-IDX OF W-WK)
                   IF WK-SCN-MATCH-VALUE OF W-SCEN-TAB
                                         (WK-SCN-IDX OF W-WK)
                           =  DEPTID OF S-BASE

                       SET SCEN-MATCH-YES OF W-SW  TO  TRUE
                   END-IF
           END-EVALUATE

           IF SCEN-MATCH-YES OF W-SW

               MOVE WK-SCN-IDX OF W-WK  TO  WK-MATCH-IDX OF W-WK
           END-IF

           .
       MATCH-SCENARIO-EXIT.


      /*****************************************************************
      *  Costs one side of an employee for the period and the year:    *
      *  gross, employer Social Security on the taxable gross up to    *
      *  the room left under the wage base (for the year, the year's   *
      *  taxable gross capped at the base), employer Medicare, the     *
      *  retirement match on the deferral up to the match cap, and     *
      *  the percent-of-pay benefits.                                  *
      ******************************************************************
       MD000-EMPLOYER-COST SECTION.
       MD000.
      *                                                                *
      ******************************************************************

           COMPUTE WK-OASDI-ROOM OF W-WK
                   =  OASDI-WAGE-BASE OF S-TAXRT  -  WK-IN-YTD OF W-WK

           IF WK-OASDI-ROOM OF W-WK  <  ZERO

               MOVE ZERO  TO  WK-OASDI-ROOM OF W-WK
           END-IF

           IF WK-IN-TAXABLE OF W-WK  <  WK-OASDI-ROOM OF W-WK

               MOVE WK-IN-TAXABLE OF W-WK  TO  WK-OASDI-WAGES OF W-WK
           ELSE
               MOVE WK-OASDI-ROOM OF W-WK  TO  WK-OASDI-WAGES OF W-WK
           END-IF

           COMPUTE WK-OUT-OASDI OF W-WK ROUNDED
                   =  WK-OASDI-WAGES OF W-WK
                   *  OASDI-PCT OF S-TAXRT  /  100
           COMPUTE WK-OUT-MED OF W-WK ROUNDED
                   =  WK-IN-TAXABLE OF W-WK
                   *  MEDICARE-PCT OF S-TAXRT  /  100

           MOVE DEFER-PCT OF S-BASE  TO  WK-MATCH-ON-PCT OF W-WK

           IF MATCH-CAP-PCT OF S-BASE  <  WK-MATCH-ON-PCT OF W-WK

               MOVE MATCH-CAP-PCT OF S-BASE  TO  WK-MATCH-ON-PCT OF W-WK
           END-IF

           COMPUTE WK-OUT-MATCH OF W-WK ROUNDED
                   =  WK-IN-GROSS OF W-WK
                   *  WK-MATCH-ON-PCT OF W-WK  /  100
                   *  MATCH-PCT OF S-BASE  /  100
           COMPUTE WK-OUT-BEN OF W-WK ROUNDED
                   =  WK-IN-GROSS OF W-WK
                   *  BEN-PCT OF S-BASE  /  100

           COMPUTE WK-OUT-PER-TOT OF W-WK
                   =  WK-IN-GROSS OF W-WK
                   +  WK-OUT-OASDI OF W-WK
                   +  WK-OUT-MED OF W-WK
                   +  WK-OUT-MATCH OF W-WK
                   +  WK-OUT-BEN OF W-WK

           COMPUTE WK-ANN-TAXABLE OF W-WK
                   =  WK-IN-TAXABLE OF W-WK
                   *  PERIODS-PER-YEAR OF S-SCENH

           IF WK-ANN-TAXABLE OF W-WK  <  OASDI-WAGE-BASE OF S-TAXRT

               MOVE WK-ANN-TAXABLE OF W-WK  TO  WK-OASDI-WAGES OF W-WK
           ELSE
               MOVE OASDI-WAGE-BASE OF S-TAXRT
                       TO  WK-OASDI-WAGES OF W-WK
           END-IF

           COMPUTE WK-OUT-ANN-OASDI OF W-WK ROUNDED
                   =  WK-OASDI-WAGES OF W-WK
                   *  OASDI-PCT OF S-TAXRT  /  100
           COMPUTE WK-OUT-ANN-GROSS OF W-WK
                   =  WK-IN-GROSS OF W-WK
                   *  PERIODS-PER-YEAR OF S-SCENH
           COMPUTE WK-OUT-ANN-MED OF W-WK
                   =  WK-OUT-MED OF W-WK
                   *  PERIODS-PER-YEAR OF S-SCENH
           COMPUTE WK-OUT-ANN-MATCH OF W-WK
                   =  WK-OUT-MATCH OF W-WK
                   *  PERIODS-PER-YEAR OF S-SCENH
           COMPUTE WK-OUT-ANN-BEN OF W-WK
                   =  WK-OUT-BEN OF W-WK
                   *  PERIODS-PER-YEAR OF S-SCENH
           COMPUTE WK-OUT-ANN-TOT OF W-WK
                   =  WK-OUT-ANN-GROSS OF W-WK
                   +  WK-OUT-ANN-OASDI OF W-WK
                   +  WK-OUT-ANN-MED OF W-WK
                   +  WK-OUT-ANN-MATCH OF W-WK
                   +  WK-OUT-ANN-BEN OF W-WK

           .
       EMPLOYER-COST-EXIT.


      /*****************************************************************
      *                                                                *
       MG000-PRINT-DEPT-LINE SECTION.
       MG000.
      *                                                                *
      ******************************************************************

           MOVE WK-LN-EMPL-CNT OF W-WK      TO  CNT-OUT OF W-DSP
           MOVE CUR-PER OF W-LN-TOT         TO  CUR-PER-OUT OF W-DSP
           MOVE PROP-PER OF W-LN-TOT        TO  PROP-PER-OUT OF W-DSP
           MOVE CUR-ANN OF W-LN-TOT         TO  CUR-ANN-OUT OF W-DSP
           MOVE PROP-ANN OF W-LN-TOT        TO  PROP-ANN-OUT OF W-DSP
           MOVE FIRST-YR OF W-LN-TOT        TO  FIRST-YR-OUT OF W-DSP
           COMPUTE INCR-ANN-OUT OF W-DSP
                   =  PROP-ANN OF W-LN-TOT  -  CUR-ANN OF W-LN-TOT
           DISPLAY WK-CUR-FUND OF W-WK
                   ' ' WK-CUR-DEPTID OF W-WK
                   ' ' CNT-OUT OF W-DSP
                   CUR-PER-OUT OF W-DSP
                   PROP-PER-OUT OF W-DSP
                   CUR-ANN-OUT OF W-DSP
                   PROP-ANN-OUT OF W-DSP
                   INCR-ANN-OUT OF W-DSP
                   FIRST-YR-OUT OF W-DSP

           ADD CORRESPONDING W-LN-TOT  TO  W-FD-TOT
           INITIALIZE W-LN-TOT
           MOVE ZERO  TO  WK-LN-EMPL-CNT OF W-WK

           .
       PRINT-DEPT-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MH000-PRINT-FUND-TOTAL SECTION.
       MH000.
      *                                                                *
      ******************************************************************

           MOVE CUR-PER OF W-FD-TOT         TO  CUR-PER-OUT OF W-DSP
           MOVE PROP-PER OF W-FD-TOT        TO  PROP-PER-OUT OF W-DSP
           MOVE CUR-ANN OF W-FD-TOT         TO  CUR-ANN-OUT OF W-DSP
           MOVE PROP-ANN OF W-FD-TOT        TO  PROP-ANN-OUT OF W-DSP
           MOVE FIRST-YR OF W-FD-TOT        TO  FIRST-YR-OUT OF W-DSP
           COMPUTE INCR-ANN-OUT OF W-DSP
                   =  PROP-ANN OF W-FD-TOT  -  CUR-ANN OF W-FD-TOT
           DISPLAY '  Fund total                 '
                   CUR-PER-OUT OF W-DSP
                   PROP-PER-OUT OF W-DSP
                   CUR-ANN-OUT OF W-DSP
                   PROP-ANN-OUT OF W-DSP
                   INCR-ANN-OUT OF W-DSP
                   FIRST-YR-OUT OF W-DSP
           DISPLAY ' '

           ADD CORRESPONDING W-FD-TOT  TO  W-CO-TOT
           INITIALIZE W-FD-TOT

           .
       PRINT-FUND-TOTAL-EXIT.


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
           MOVE 'CCCINCSM'  TO  REPORT-ID OF W-MASKPARM
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF W-MASKPARM
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF W-MASKPARM
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
           DISPLAY 'Increase Costing Simulation ended at '
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

           EVALUATE TRUE
               WHEN WK-EMPL-CNT OF W-WK  =  ZERO
                   SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
                   SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
                   DISPLAY 'ON-CALL ALERT -- no confirmed checks to '
                           'cost for Company: ' COMPANY OF S-RUNCTL
               WHEN WK-NOSTEP-CNT OF W-WK  >  ZERO
                   SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
                   SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
                   DISPLAY 'ON-CALL ALERT -- step increases without a '
                           'step rate for Scenario: '
                           SCENARIO-ID OF SELECT-DATA OF S-RUNCTL
               WHEN OTHER
                   SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE
           END-EVALUATE

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
           DISPLAY 'Increase Costing Simulation did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
