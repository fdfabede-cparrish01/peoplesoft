       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCENCMB.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *   CCCENCMB - SALARY ENCUMBRANCE AND BUDGET AVAILABILITY        *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- projects each position's salary     *
      *       and employer cost for the rest of the fiscal year by     *
      *       fund and department and writes the encumbrance rows,     *
      *       and prints the budget availability report that flags     *
      *       every fund/department whose confirmed plus encumbered    *
      *       cost exceeds its budget, ahead of the confirm.           *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * RUN MODE P (PROJECT) REPLACES THE COMPANY'S ENCUMBRANCE ROWS   *
      * FOR THE FISCAL YEAR AND THEN PRINTS THE REPORT; RUN MODE R     *
      * PRINTS THE REPORT ONLY.                                        *
      *                                                                *
      * PROJECTION.  FOR EACH ACTIVE EMPLOYEE'S POSITION, THE PER-     *
      * PERIOD SALARY IS THE REGULAR EARNINGS ON THE EMPLOYEE'S MOST   *
      * RECENT ON-CYCLE PAYSHEET, OR THE COMPENSATION RATE CONVERTED   *
      * TO THE PAY GROUP'S FREQUENCY WHEN THERE IS NONE; THE PER-      *
      * PERIOD EMPLOYER COST IS THE EMPLOYER TAXES AND BENEFITS ON     *
      * THAT SAME PAYSHEET.  BOTH ARE SPLIT ACROSS THE EMPLOYEE'S      *
      * DISTRIBUTION RULE BY PERCENT (HOME DEPTID WHEN NO RULE), THE   *
      * SAME EXPLOSION CCCGLINT JOURNALS BY, AND MULTIPLIED BY THE     *
      * PAY GROUP'S UNCONFIRMED ON-CYCLE PERIODS ENDING AFTER THE AS   *
      * OF DATE THROUGH THE FISCAL YEAR END.  ONE ENCUMBRANCE ROW PER  *
      * POSITION, FUND, DEPARTMENT AND COST TYPE (S SALARY, E          *
      * EMPLOYER COST) IS WRITTEN, STAMPED WITH THE AS OF DATE.        *
      *                                                                *
      * LIQUIDATION.  CCCENCLQ, CALLED BY PSPCNFRM, WRITES THE         *
      * CONFIRMED COST OF EACH CALENDAR BY THE SAME KEYS.  THE OPEN    *
      * ENCUMBRANCE OF A FUND/DEPARTMENT IS ITS PROJECTED AMOUNT LESS  *
      * THE LIQUIDATIONS FOR PAY END DATES AFTER THE PROJECTION'S AS   *
      * OF DATE, NEVER BELOW ZERO.                                     *
      *                                                                *
      * BUDGET AVAILABILITY.  ONE LINE PER FUND AND DEPARTMENT WITH A  *
      * BUDGET, A CONFIRMED COST OR AN ENCUMBRANCE FOR THE FISCAL      *
      * YEAR: BUDGET, CONFIRMED TO DATE, OPEN ENCUMBRANCE, THE TWO     *
      * COMMITTED TOGETHER AND THE BALANCE AVAILABLE, FLAGGED OVER     *
      * WHEN COMMITTED EXCEEDS BUDGET (OR NO BUDGET WHEN THE FUND/     *
      * DEPARTMENT HAS NONE), WITH FUND AND COMPANY TOTALS.  WITH THE  *
      * HOLD OPTION ANY OVER-BUDGET LINE ENDS THE RUN UNSUCCESSFUL SO  *
      * THE SCHEDULE STOPS AHEAD OF THE CONFIRM.                       *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCENCMB'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-ENC-AMT              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-COMMITTED-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-AVAIL-AMT            PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CUR-FUND             PIC X(10)   VALUE SPACE.

      *    Projection totals.
           02  WK-POSN-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-ENC-ROW-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-SAL-ENC-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-EMR-ENC-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Fund and company totals: budget, confirmed, encumbered.
           02  WK-FD-BUDGET-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-FD-CONF-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-FD-ENC-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CO-BUDGET-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CO-CONF-TOT          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CO-ENC-TOT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-OVER-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-NO-BUDGET-CNT        PIC 9(5)    COMP  VALUE ZERO.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  BUDGET-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           02  CONF-OUT                PIC ZZZ,ZZZ,ZZ9.99-.
           02  ENC-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  COMMIT-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           02  AVAIL-OUT               PIC ZZZ,ZZZ,ZZ9.99-.
           02  FLAG-OUT                PIC X(9).


       01  W-SW.
           02  FETCH-PROJ-SW           PIC X       VALUE SPACE.
               88  FETCH-PROJ-END                  VALUE 'E'.
           02  FETCH-BUDGET-SW         PIC X       VALUE SPACE.
               88  FETCH-BUDGET-END                VALUE 'E'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      *            ENCUMBRANCE RUN CONTROL BUFFER AND STMT             *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCMB_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  FISCAL-YR-END-DT    PIC X(10).
               03  AS-OF-DT            PIC X(10).
               03  RUN-MODE            PIC X.
                   88  RUN-MODE-PROJECT            VALUE 'P'.
                   88  RUN-MODE-REPORT             VALUE 'R'.
               03  HOLD-OVER-BUDGET    PIC X.
                   88  HOLD-OVER-BUDGET-YES        VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCMB_D_RUNCTL'.

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
                                                   'CCCENCMB_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  FISCAL YEAR ENCUMBRANCE  SQL DELETE STMT                      *
      *  Clears the company's projected rows for the fiscal year       *
      *  ahead of a new projection.                                    *
      ******************************************************************
       01  D-ENC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCMB_D_ENC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FISCAL-YR-END-DT    PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  POSITION COST PROJECTION  BUFFER AND STMT                     *
      *  One row per active employee's position, fund and department:  *
      *  the per-period salary and employer cost split as described    *
      *  above, and the pay group's unconfirmed on-cycle periods       *
      *  ending after the as of date through the fiscal year end.      *
      ******************************************************************
       01  S-PROJ.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCMB_S_PROJ'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  AS-OF-DT            PIC X(10).
               03  FISCAL-YR-END-DT    PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(8)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  POSITION-NBR        PIC X(8).
               03  FUND-CD             PIC X(10).
               03  DEPTID              PIC X(10).
               03  PERIOD-SALARY       PIC S9(7)V99            COMP-3.
               03  PERIOD-EMPLR        PIC S9(7)V99            COMP-3.
               03  REMAIN-PRDS         PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  FISCAL YEAR ENCUMBRANCE  SQL INSERT STMT                      *
      ******************************************************************
       01  I-ENC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCMB_I_ENC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(8)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FISCAL-YR-END-DT    PIC X(10).
               03  EMPLID              PIC X(20).
               03  POSITION-NBR        PIC X(8).
               03  FUND-CD             PIC X(10).
               03  DEPTID              PIC X(10).
               03  COST-TYPE           PIC X.
               03  AS-OF-DT            PIC X(10).
               03  ENC-AMT             PIC S9(9)V99            COMP-3.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  BUDGET AVAILABILITY  BUFFER AND STMT                          *
      *  One row per fund and department with a budget, a             *
      *  liquidation or an encumbrance for the fiscal year, ordered    *
      *  by fund and department.  CONFIRMED-AMT is the fiscal year's   *
      *  liquidations to date; ENCUMBERED-AMT the open encumbrance as  *
      *  described above; BUDGET-FOUND N when there is no budget row.  *
      ******************************************************************
       01  S-BUDGET.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCENCMB_S_BUDGET'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FISCAL-YR-END-DT    PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  FUND-CD             PIC X(10).
               03  DEPTID              PIC X(10).
               03  BUDGET-FOUND        PIC X.
                   88  BUDGET-FOUND-YES            VALUE 'Y'.
               03  BUDGET-AMT          PIC S9(9)V99            COMP-3.
               03  CONFIRMED-AMT       PIC S9(9)V99            COMP-3.
               03  ENCUMBERED-AMT      PIC S9(9)V99            COMP-3.
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
           DISPLAY 'Salary Encumbrance started for '
                   'Company: ' COMPANY OF S-RUNCTL
           DISPLAY '                        Fiscal Year End: '
                   FISCAL-YR-END-DT OF S-RUNCTL
                   '  As Of: ' AS-OF-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           IF RUN-MODE-PROJECT OF S-RUNCTL

               PERFORM MA000-PROJECT-ENCUMBRANCE
           END-IF

           PERFORM MC000-REPORT-AVAILABILITY

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

                   DISPLAY 'Salary Encumbrance Run Control Missing.'
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
       MA000-PROJECT-ENCUMBRANCE SECTION.
       MA000.
      *  Replaces the fiscal year's encumbrance rows with a fresh      *
      *  projection from the as of date and commits them.              *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF D-ENC
           MOVE FISCAL-YR-END-DT OF S-RUNCTL
                   TO  FISCAL-YR-END-DT OF BIND-DATA OF D-ENC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-ENC
                                   BIND-SETUP OF D-ENC
                                   BIND-DATA OF D-ENC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PROJECT-ENCUMBRANCE(DELETE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-PROJ
           MOVE AS-OF-DT OF S-RUNCTL
                   TO  AS-OF-DT OF BIND-DATA OF S-PROJ
           MOVE FISCAL-YR-END-DT OF S-RUNCTL
                   TO  FISCAL-YR-END-DT OF BIND-DATA OF S-PROJ

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-PROJ
                                   SQL-STMT OF S-PROJ
                                   BIND-SETUP OF S-PROJ
                                   BIND-DATA OF S-PROJ
                                   SELECT-SETUP OF S-PROJ
                                   SELECT-DATA OF S-PROJ
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PROJECT-ENCUMBRANCE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-PROJECTION

           PERFORM MB000-WRITE-ENCUMBRANCE
                   UNTIL FETCH-PROJ-END OF W-SW

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PROJECT-ENCUMBRANCE(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           DISPLAY 'Encumbrance projected through the fiscal year end:'
           MOVE WK-POSN-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Position splits:       ' CNT-OUT OF W-DSP
           MOVE WK-ENC-ROW-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Encumbrance rows:      ' CNT-OUT OF W-DSP
           MOVE WK-SAL-ENC-TOT OF W-WK  TO  ENC-OUT OF W-DSP
           DISPLAY '  Salary:            ' ENC-OUT OF W-DSP
           MOVE WK-EMR-ENC-TOT OF W-WK  TO  ENC-OUT OF W-DSP
           DISPLAY '  Employer cost:     ' ENC-OUT OF W-DSP

           .
       PROJECT-ENCUMBRANCE-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-PROJECTION SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-PROJ

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-PROJ
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-PROJ-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-PROJECTION(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-PROJECTION-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-WRITE-ENCUMBRANCE SECTION.
       MB000.
      *  Per-period cost times the periods left, one row per cost      *
      *  type; a zero amount writes no row.                            *
      ******************************************************************

           ADD 1  TO  WK-POSN-CNT OF W-WK

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-ENC
           MOVE FISCAL-YR-END-DT OF S-RUNCTL
                   TO  FISCAL-YR-END-DT OF BIND-DATA OF I-ENC
           MOVE EMPLID OF S-PROJ
                   TO  EMPLID OF BIND-DATA OF I-ENC
           MOVE POSITION-NBR OF S-PROJ
                   TO  POSITION-NBR OF BIND-DATA OF I-ENC
           MOVE FUND-CD OF S-PROJ
                   TO  FUND-CD OF BIND-DATA OF I-ENC
           MOVE DEPTID OF S-PROJ
                   TO  DEPTID OF BIND-DATA OF I-ENC
           MOVE AS-OF-DT OF S-RUNCTL
                   TO  AS-OF-DT OF BIND-DATA OF I-ENC
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-ENC

           COMPUTE WK-ENC-AMT OF W-WK
                   =  PERIOD-SALARY OF S-PROJ  *  REMAIN-PRDS OF S-PROJ

           IF WK-ENC-AMT OF W-WK  NOT =  ZERO

               MOVE 'S'  TO  COST-TYPE OF BIND-DATA OF I-ENC
               PERFORM MB100-INSERT-ENCUMBRANCE
               ADD WK-ENC-AMT OF W-WK  TO  WK-SAL-ENC-TOT OF W-WK
           END-IF

           COMPUTE WK-ENC-AMT OF W-WK
                   =  PERIOD-EMPLR OF S-PROJ  *  REMAIN-PRDS OF S-PROJ

           IF WK-ENC-AMT OF W-WK  NOT =  ZERO

               MOVE 'E'  TO  COST-TYPE OF BIND-DATA OF I-ENC
               PERFORM MB100-INSERT-ENCUMBRANCE
               ADD WK-ENC-AMT OF W-WK  TO  WK-EMR-ENC-TOT OF W-WK
           END-IF

           PERFORM MA100-FETCH-PROJECTION

           .
       WRITE-ENCUMBRANCE-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-INSERT-ENCUMBRANCE SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           MOVE WK-ENC-AMT OF W-WK  TO  ENC-AMT OF BIND-DATA OF I-ENC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-ENC
                                   BIND-SETUP OF I-ENC
                                   BIND-DATA OF I-ENC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-ENCUMBRANCE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-ENC-ROW-CNT OF W-WK

           .
       INSERT-ENCUMBRANCE-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-REPORT-AVAILABILITY SECTION.
       MC000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-BUDGET
           MOVE FISCAL-YR-END-DT OF S-RUNCTL
                   TO  FISCAL-YR-END-DT OF BIND-DATA OF S-BUDGET

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-BUDGET
                                   SQL-STMT OF S-BUDGET
                                   BIND-SETUP OF S-BUDGET
                                   BIND-DATA OF S-BUDGET
                                   SELECT-SETUP OF S-BUDGET
                                   SELECT-DATA OF S-BUDGET
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REPORT-AVAILABILITY(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           DISPLAY 'BUDGET AVAILABILITY'
           DISPLAY 'Fund       Dept                 Budget'
                   '       Confirmed      Encumbered'
                   '       Committed       Available'

           PERFORM MC100-FETCH-BUDGET

           PERFORM MD000-PRINT-BUDGET-LINE
                   UNTIL FETCH-BUDGET-END OF W-SW

           IF WK-CUR-FUND OF W-WK  NOT =  SPACE

               PERFORM ME000-PRINT-FUND-TOTAL
           END-IF

           COMPUTE WK-COMMITTED-AMT OF W-WK
                   =  WK-CO-CONF-TOT OF W-WK  +  WK-CO-ENC-TOT OF W-WK
           COMPUTE WK-AVAIL-AMT OF W-WK
                   =  WK-CO-BUDGET-TOT OF W-WK
                   -  WK-COMMITTED-AMT OF W-WK
           MOVE WK-CO-BUDGET-TOT OF W-WK  TO  BUDGET-OUT OF W-DSP
           MOVE WK-CO-CONF-TOT OF W-WK    TO  CONF-OUT OF W-DSP
           MOVE WK-CO-ENC-TOT OF W-WK     TO  ENC-OUT OF W-DSP
           MOVE WK-COMMITTED-AMT OF W-WK  TO  COMMIT-OUT OF W-DSP
           MOVE WK-AVAIL-AMT OF W-WK      TO  AVAIL-OUT OF W-DSP
           DISPLAY ' '
           DISPLAY 'Company total        ' BUDGET-OUT OF W-DSP
                   ' ' CONF-OUT OF W-DSP
                   ' ' ENC-OUT OF W-DSP
                   ' ' COMMIT-OUT OF W-DSP
                   ' ' AVAIL-OUT OF W-DSP

           DISPLAY ' '
           MOVE WK-LINE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Fund/department lines:     ' CNT-OUT OF W-DSP
           MOVE WK-OVER-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Over budget:               ' CNT-OUT OF W-DSP
           MOVE WK-NO-BUDGET-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Committed with no budget:  ' CNT-OUT OF W-DSP

           .
       REPORT-AVAILABILITY-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-FETCH-BUDGET SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-BUDGET

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-BUDGET
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-BUDGET-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-BUDGET(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-BUDGET-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-PRINT-BUDGET-LINE SECTION.
       MD000.
      *  A line is over when confirmed plus encumbered exceeds the     *
      *  budget; committed cost with no budget row is flagged apart.   *
      ******************************************************************

           IF FUND-CD OF S-BUDGET  NOT =  WK-CUR-FUND OF W-WK

               IF WK-CUR-FUND OF W-WK  NOT =  SPACE

                   PERFORM ME000-PRINT-FUND-TOTAL
               END-IF

               MOVE FUND-CD OF S-BUDGET  TO  WK-CUR-FUND OF W-WK
           END-IF

           COMPUTE WK-COMMITTED-AMT OF W-WK
                   =  CONFIRMED-AMT OF S-BUDGET
                   +  ENCUMBERED-AMT OF S-BUDGET
           COMPUTE WK-AVAIL-AMT OF W-WK
                   =  BUDGET-AMT OF S-BUDGET
                   -  WK-COMMITTED-AMT OF W-WK

           MOVE SPACE  TO  FLAG-OUT OF W-DSP

           IF NOT BUDGET-FOUND-YES OF S-BUDGET

               IF WK-COMMITTED-AMT OF W-WK  >  ZERO

                   MOVE 'NO BUDGET'  TO  FLAG-OUT OF W-DSP
                   ADD 1  TO  WK-NO-BUDGET-CNT OF W-WK
               END-IF
           ELSE

               IF WK-AVAIL-AMT OF W-WK  <  ZERO

                   MOVE '*OVER*'  TO  FLAG-OUT OF W-DSP
                   ADD 1  TO  WK-OVER-CNT OF W-WK
               END-IF
           END-IF

           MOVE BUDGET-AMT OF S-BUDGET      TO  BUDGET-OUT OF W-DSP
           MOVE CONFIRMED-AMT OF S-BUDGET   TO  CONF-OUT OF W-DSP
           MOVE ENCUMBERED-AMT OF S-BUDGET  TO  ENC-OUT OF W-DSP
           MOVE WK-COMMITTED-AMT OF W-WK    TO  COMMIT-OUT OF W-DSP
           MOVE WK-AVAIL-AMT OF W-WK        TO  AVAIL-OUT OF W-DSP

           DISPLAY FUND-CD OF S-BUDGET
                   ' ' DEPTID OF S-BUDGET
                   ' ' BUDGET-OUT OF W-DSP
                   ' ' CONF-OUT OF W-DSP
                   ' ' ENC-OUT OF W-DSP
                   ' ' COMMIT-OUT OF W-DSP
                   ' ' AVAIL-OUT OF W-DSP
                   ' ' FLAG-OUT OF W-DSP

           ADD 1  TO  WK-LINE-CNT OF W-WK
           ADD BUDGET-AMT OF S-BUDGET  TO  WK-FD-BUDGET-TOT OF W-WK
           ADD CONFIRMED-AMT OF S-BUDGET  TO  WK-FD-CONF-TOT OF W-WK
           ADD ENCUMBERED-AMT OF S-BUDGET  TO  WK-FD-ENC-TOT OF W-WK

           PERFORM MC100-FETCH-BUDGET

           .
       PRINT-BUDGET-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-PRINT-FUND-TOTAL SECTION.
       ME000.
      *                                                                *
      ******************************************************************

           COMPUTE WK-COMMITTED-AMT OF W-WK
                   =  WK-FD-CONF-TOT OF W-WK  +  WK-FD-ENC-TOT OF W-WK
           COMPUTE WK-AVAIL-AMT OF W-WK
                   =  WK-FD-BUDGET-TOT OF W-WK
                   -  WK-COMMITTED-AMT OF W-WK
           MOVE WK-FD-BUDGET-TOT OF W-WK  TO  BUDGET-OUT OF W-DSP
           MOVE WK-FD-CONF-TOT OF W-WK    TO  CONF-OUT OF W-DSP
           MOVE WK-FD-ENC-TOT OF W-WK     TO  ENC-OUT OF W-DSP
           MOVE WK-COMMITTED-AMT OF W-WK  TO  COMMIT-OUT OF W-DSP
           MOVE WK-AVAIL-AMT OF W-WK      TO  AVAIL-OUT OF W-DSP
           DISPLAY '  Fund total         ' BUDGET-OUT OF W-DSP
                   ' ' CONF-OUT OF W-DSP
                   ' ' ENC-OUT OF W-DSP
                   ' ' COMMIT-OUT OF W-DSP
                   ' ' AVAIL-OUT OF W-DSP
           DISPLAY ' '

           ADD WK-FD-BUDGET-TOT OF W-WK  TO  WK-CO-BUDGET-TOT OF W-WK
           ADD WK-FD-CONF-TOT OF W-WK    TO  WK-CO-CONF-TOT OF W-WK
           ADD WK-FD-ENC-TOT OF W-WK     TO  WK-CO-ENC-TOT OF W-WK
           MOVE ZERO  TO  WK-FD-BUDGET-TOT OF W-WK
           MOVE ZERO  TO  WK-FD-CONF-TOT OF W-WK
           MOVE ZERO  TO  WK-FD-ENC-TOT OF W-WK

           .
       PRINT-FUND-TOTAL-EXIT.


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
           DISPLAY 'Salary Encumbrance ended at '
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

           IF HOLD-OVER-BUDGET-YES OF S-RUNCTL
                   AND  WK-OVER-CNT OF W-WK  NOT =  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- fund/department salary cost '
                       'is over budget for Company: '
                       COMPANY OF S-RUNCTL
           ELSE
               SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE
           END-IF

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
           DISPLAY 'Salary Encumbrance did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
