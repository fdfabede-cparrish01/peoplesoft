      *       hours, each deduction with its basis and the            *
      *       NB200-COUNT-DED-PERIODS decision, each tax with its     *
      *       taxable wage base.                                      *
      *    10/15/26 TJM Hold retirement deferrals to the 402(g),      *
      *       catch-up and 415(c) annual limits through CCCDFLIM      *
      *       after the arrears pass, writing a pay message for every *
      *       deferral cut.                                           *
      *    10/15/26 TJM Place group-term life imputed income (IRS     *
      *       Table I, less after-tax contributions) on each on-cycle *
      *       paysheet through CCCGTLIM before the calculation pass.  *
      *    10/15/26 TJM Place academic-year (9-over-12) deferred pay  *
      *       deferral, summer payout and termination settlement      *
      *       lines on a public sector calendar's paysheet through    *
      *       CCCACDPY before the calculation pass.                   *
      *    10/15/26 TJM Added an incremental preliminary calc: an     *
      *       incremental flag on an on-cycle preliminary run control *
      *       calculates (through PSLCT's BUILD-ONE-EMPLID) only the  *
      *       employees whose paysheet, job, tax, deduction or        *
      *       garnishment data changed since the calendar's last      *
      *       completed calc, and reports recalculated against        *
      *       carried.  The final calc is always a full pass.         *
      *    10/15/26 TJM Refuse a calc whose pay end date falls in a   *
      *       tax year CCCYRRDY has not certified ready.              *
      *    10/15/26 TJM Employee IDs on the calculation trace pass    *
      *       through CCCMSKDT, masked per the data classification    *
      *       table unless the operator holds the unmask grant.       *
      *    10/15/26 TJM Report the employees CCCDFLIM leaves for      *
      *       recalculation after a pre-tax deferral cut.             *
      *                                                                *
      ******************************************************************

           02  WK-FINAL-GROSS-TOT      PIC S9(9)V99  COMP-3.
           02  WK-FINAL-NET-TOT        PIC S9(9)V99  COMP-3.
           02  WK-FINAL-DED-TOT        PIC S9(9)V99  COMP-3.
           02  WK-INCR-SINCE-DTTM      PIC X(26).
           02  WK-INCR-EMPL-CNT        PIC 9(7)    COMP.
           02  WK-INCR-CALC-CNT        PIC 9(7)    COMP.
           02  WK-INCR-CARRY-CNT       PIC 9(7)    COMP.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.

NOCBGN     02  WK-DED-PERIODS.                                          HP90003
               03  FILLER              PIC X(9)    VALUE '123456789'.   HP90003
           02  DLN-HOURS               PIC -ZZZ9.
           02  ARR-SHORT-CNT           PIC ZZZZ9.
           02  ARR-RECOUP-CNT          PIC ZZZZ9.
           02  DFL-EMPL-CNT            PIC ZZZZ9.
           02  DFL-CUT-CNT             PIC ZZZZ9.
           02  DFL-RECALC-CNT          PIC ZZZZ9.
           02  GTL-EMPL-CNT            PIC ZZZZ9.
           02  GTL-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  ADP-CNT                 PIC ZZZZ9.
           02  ADP-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  TRC-RATE                PIC ZZ,ZZ9.9999.
           02  TRC-HOURS               PIC Z,ZZ9.99-.
           02  TRC-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  INCR-CALC-CNT           PIC Z,ZZZ,ZZ9.
           02  INCR-CARRY-CNT          PIC Z,ZZZ,ZZ9.


       01  W-SW.
               88  WK-PAYPRD-FOUND-YES             VALUE 'Y'.
           02  WK-LIVE-RUN-SW          PIC X       VALUE 'N'.
               88  WK-LIVE-RUN-YES                 VALUE 'Y'.
           02  WK-INCR-RUN-SW          PIC X       VALUE 'N'.
               88  WK-INCR-RUN-YES                 VALUE 'Y'.
           02  FETCH-INCR-SW           PIC X       VALUE SPACE.
               88  FETCH-INCR-END                  VALUE 'E'.


      /*****************************************************************
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            PAY_CALC_RUNCTL BUFFER AND STMT                     *
      ******************************************************************
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PARTITION-NO        PIC 9(4)                COMP.
               03  TRACE-EMPLID        PIC X(20).
                   88  TRACE-NOT-REQUESTED         VALUE SPACE.
               03  INCREMENTAL-CALC    PIC X.
                   88  INCREMENTAL-CALC-YES        VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            NEW-YEAR READINESS CERTIFICATION SELECT STMT        *
      *  CERT-FOUND is Y when CCCYRRDY has certified the tax year of   *
      *  the pay end date.                                             *
      ******************************************************************
       01  S-YRCERT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYRUN_S_YRCERT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CERT-FOUND          PIC X.
                   88  YEAR-CERTIFIED              VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            LAST COMPLETED CALC SELECT STMT                     *
      *  The end stamp of the calendar's last completed calc on the    *
      *  pay cycle status table (CALC-FOUND is N when the calendar has *
      *  never finished a calc) and the number of employees on the     *
      *  calendar's paysheets.                                         *
      ******************************************************************
       01  S-LASTCLC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYRUN_S_LASTCLC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(26)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CALC-FOUND          PIC X.
                   88  LAST-CALC-FOUND             VALUE 'Y'.
               03  LAST-CALC-DTTM      PIC X(26).
               03  EMPL-CNT            PIC 9(7)                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            CHANGED EMPLOYEES SELECT STMT                       *
      *  The employees on the calendar's paysheets whose paysheet      *
      *  lines, job, tax, deduction or garnishment rows were last      *
      *  updated after the last completed calc's end stamp.            *
      ******************************************************************
       01  S-INCEMP.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYRUN_S_INCEMP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(26)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  LAST-CALC-DTTM      PIC X(26).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            PRELIM/FINAL CALC COMPARISON INSERT STMT            *
      ******************************************************************
           COPY CCCARWK.


      /*****************************************************************
      * CCC Retirement Deferral Limits                                 *
      ******************************************************************

           COPY CCCDFWK.


      /*****************************************************************
      * CCC Group-Term Life Imputed Income                             *
      ******************************************************************

           COPY CCCGTWK.


      /*****************************************************************
      * CCC Academic-Year Deferred Pay                                 *
      ******************************************************************

           COPY CCCADWK.


      /*****************************************************************
      *  FIND IF MESSAGES EXIST FOR PROCESS COMPLETED  BUFFER AND STMT *
      ******************************************************************

           DISPLAY ' at ' WK-TIME-OUT OF W-WK
                   '.'
           PERFORM XM000-INIT-MASKING
           PERFORM GA000-START-RUN

           IF RTNCD-OK OF SQLRT
           MOVE 'N'  TO  PAGE-LIST-YES OF S-RUNCTL
           MOVE ZERO  TO  PARTITION-NO OF S-RUNCTL
           MOVE SPACE  TO  TRACE-EMPLID OF S-RUNCTL
           MOVE 'N'  TO  INCREMENTAL-CALC OF S-RUNCTL

           .
       GET-RUNCTL-PARAM-EXIT.

               MOVE TRACE-EMPLID OF S-RUNCTL
                       TO  BUILD-ONE-EMPLID OF PSLCT
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE TRACE-EMPLID OF S-RUNCTL
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'Trace mode: calculating only Employee '
                       WK-EMPLID-OUT OF W-WK
           END-IF

           PERFORM VJ000-CHECK-YEAR-CERT

      *    Incremental mode is for the on-cycle preliminary calcs of
      *    the correction window only; the final calc, an off-cycle
      *    calc and a trace always run as they always have.  The
      *    last completed calc is read before VA000 restamps the
      *    cycle status.
           MOVE 'N'  TO  WK-INCR-RUN-SW OF W-SW

           IF INCREMENTAL-CALC-YES OF S-RUNCTL

               IF WK-PRELIM-RUN-YES OF W-SW
                       AND  TRACE-NOT-REQUESTED OF S-RUNCTL

                   PERFORM MI000-CHECK-LAST-CALC
               ELSE
                   DISPLAY 'Incremental calc applies only to an '
                           'on-cycle preliminary calc without a '
                           'trace; running a full pass.'
               END-IF
           END-IF

           PERFORM VC000-CLAIM-RUN-LOCK
              PERFORM NB300-DISPLAY-DED-PRD-REPORT                      HP90003
           END-IF                                                       HP90003

           IF WK-INCR-RUN-YES OF W-SW

               PERFORM MI100-CALC-CHANGED-EMPL
           ELSE
               PERFORM MA100-CALCULATE-PAYSHEETS
           END-IF

      *    The garnishment, arrears and deferral limit engines
      *    adjust calculated rows and write balance movements --
      *    live updates a preliminary calc (and the trace mode,
      *    which is always preliminary) must not make.  The deferral
      *    limits run last so a capped deferral is not mistaken for
      *    an arrears shortfall.
           IF NOT PRELIMINARY-CALC-YES OF S-RUNCTL

               PERFORM MA500-APPLY-GARNISH-ORDERS

               PERFORM MA600-PROCESS-ARREARS

               PERFORM MA700-APPLY-DEFERRAL-LIMITS
           END-IF

           IF NOT TRACE-NOT-REQUESTED OF S-RUNCTL
       PROCESS-PAY-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-CALCULATE-PAYSHEETS SECTION.
       MA100.
      *  Places the pre-calc lines and runs the calculation for the   *
      *  calendar, or for the one employee in BUILD-ONE-EMPLID.       *
      ******************************************************************

      *    Deferred pay lines go on the paysheet before the calc so
      *    the deferral is kept out of the period's taxable wages and
      *    the payout is taxed in the period it is paid.
           IF PUBLIC-SECTOR-YES OF PSLCT

               PERFORM MA300-PLACE-DEFERRED-PAY
           END-IF

      *    Imputed income goes on the paysheet before the calc so it
      *    is taxed with the rest of the period's earnings.
           IF OFF-CYCLE-NO OF PSLCT

               PERFORM MA400-IMPUTE-GTL-INCOME
           END-IF

           CALL 'PSPPYWK1' USING   SQLRT
                                   PSLCT
                                   DARRY
                                   W-PASS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PROCESS-PAY(PSPPYWK1)' TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CALCULATE-PAYSHEETS-EXIT.


      /*****************************************************************
      *                                                                *
       MI000-CHECK-LAST-CALC SECTION.
       MI000.
      *  Incremental mode needs a completed calc to measure changes   *
      *  from; a calendar that has never finished one gets a full     *
      *  pass instead.                                                *
      ******************************************************************

           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF S-LASTCLC
           MOVE PAYGROUP OF PSLCT
                   TO  PAYGROUP OF BIND-DATA OF S-LASTCLC
           MOVE PAY-END-DT OF PSLCT
                   TO  PAY-END-DT OF BIND-DATA OF S-LASTCLC

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-LASTCLC
                                   BIND-SETUP OF S-LASTCLC
                                   BIND-DATA OF S-LASTCLC
                                   SELECT-SETUP OF S-LASTCLC
                                   SELECT-DATA OF S-LASTCLC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHECK-LAST-CALC(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-LASTCLC

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'CHECK-LAST-CALC(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF LAST-CALC-FOUND OF S-LASTCLC

               SET WK-INCR-RUN-YES OF W-SW  TO  TRUE
               MOVE LAST-CALC-DTTM OF S-LASTCLC
                       TO  WK-INCR-SINCE-DTTM OF W-WK
               MOVE EMPL-CNT OF S-LASTCLC
                       TO  WK-INCR-EMPL-CNT OF W-WK
               DISPLAY 'Incremental calc: changes since '
                       WK-INCR-SINCE-DTTM OF W-WK
           ELSE
               DISPLAY 'Incremental calc: no completed calc for the '
                       'calendar; running a full pass.'
           END-IF

           .
       CHECK-LAST-CALC-EXIT.


      /*****************************************************************
      *                                                                *
       MI100-CALC-CHANGED-EMPL SECTION.
       MI100.
      *  Runs MA100 once per changed employee, scoped through         *
      *  BUILD-ONE-EMPLID the same way the trace mode scopes the calc *
      *  to one employee.  Everyone else keeps the results of the     *
      *  last calc.                                                   *
      ******************************************************************

           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF S-INCEMP
           MOVE PAYGROUP OF PSLCT
                   TO  PAYGROUP OF BIND-DATA OF S-INCEMP
           MOVE PAY-END-DT OF PSLCT
                   TO  PAY-END-DT OF BIND-DATA OF S-INCEMP
           MOVE WK-INCR-SINCE-DTTM OF W-WK
                   TO  LAST-CALC-DTTM OF BIND-DATA OF S-INCEMP

           MOVE ZERO  TO  WK-INCR-CALC-CNT OF W-WK
           MOVE SPACE  TO  FETCH-INCR-SW OF W-SW

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-INCEMP
                                   SQL-STMT OF S-INCEMP
                                   BIND-SETUP OF S-INCEMP
                                   BIND-DATA OF S-INCEMP
                                   SELECT-SETUP OF S-INCEMP
                                   SELECT-DATA OF S-INCEMP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CALC-CHANGED-EMPL(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MI200-FETCH-CHANGED-EMPL

           PERFORM MI300-CALC-ONE-CHANGED
                   UNTIL FETCH-INCR-END OF W-SW

           MOVE SPACE  TO  BUILD-ONE-EMPLID OF PSLCT

           IF WK-INCR-EMPL-CNT OF W-WK  >  WK-INCR-CALC-CNT OF W-WK

               COMPUTE WK-INCR-CARRY-CNT OF W-WK
                       =  WK-INCR-EMPL-CNT OF W-WK
                       -  WK-INCR-CALC-CNT OF W-WK
           ELSE
               MOVE ZERO  TO  WK-INCR-CARRY-CNT OF W-WK
           END-IF

           MOVE WK-INCR-CALC-CNT OF W-WK
                   TO  INCR-CALC-CNT OF W-DSP
           MOVE WK-INCR-CARRY-CNT OF W-WK
                   TO  INCR-CARRY-CNT OF W-DSP
           DISPLAY 'Incremental calc: ' INCR-CALC-CNT OF W-DSP
                   ' employee(s) recalculated, '
                   INCR-CARRY-CNT OF W-DSP
                   ' carried from the last calc.'

           .
       CALC-CHANGED-EMPL-EXIT.


      /*****************************************************************
      *                                                                *
       MI200-FETCH-CHANGED-EMPL SECTION.
       MI200.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-INCEMP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-INCEMP
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-INCR-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-CHANGED-EMPL'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-CHANGED-EMPL-EXIT.


      /*****************************************************************
      *                                                                *
       MI300-CALC-ONE-CHANGED SECTION.
       MI300.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF S-INCEMP  TO  BUILD-ONE-EMPLID OF PSLCT

           PERFORM MA100-CALCULATE-PAYSHEETS

           ADD 1  TO  WK-INCR-CALC-CNT OF W-WK

           PERFORM MI200-FETCH-CHANGED-EMPL

           .
       CALC-ONE-CHANGED-EXIT.


      /*****************************************************************
      *                                                                *
       MA300-PLACE-DEFERRED-PAY SECTION.
       MA300.
      *  Places each academic-year contract employee's deferral (work *
      *  periods), payout (summer periods) or termination settlement  *
      *  on the paysheet from the deferred pay contract table and the *
      *  confirmed liability balance.                                 *
      ******************************************************************

           SET ADP-MODE-CALC OF W-ADPPARM  TO  TRUE
           MOVE COMPANY OF PSLCT     TO  COMPANY OF W-ADPPARM
           MOVE PAYGROUP OF PSLCT    TO  PAYGROUP OF W-ADPPARM
           MOVE PAY-END-DT OF PSLCT  TO  PAY-END-DT OF W-ADPPARM
           MOVE OFF-CYCLE OF PSLCT   TO  OFF-CYCLE OF W-ADPPARM
           MOVE PAGE-NO OF PSLCT     TO  PAGE-NO OF W-ADPPARM
           MOVE PAGE-NO-THRU OF PSLCT
                   TO  PAGE-NO-THRU OF W-ADPPARM
           MOVE BUILD-ONE-EMPLID OF PSLCT
                   TO  BUILD-ONE-EMPLID OF W-ADPPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-ADPPARM

           CALL 'CCCACDPY' USING   SQLRT
                                   W-ADPPARM
           IF RETURN-CD-FAILURE OF W-ADPPARM

               MOVE 'PLACE-DEFERRED-PAY(CCCACDPY)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF DEFER-CNT OF W-ADPPARM  NOT =  ZERO

               MOVE DEFER-CNT OF W-ADPPARM      TO  ADP-CNT OF W-DSP
               MOVE DEFER-AMT-TOT OF W-ADPPARM  TO  ADP-AMT OF W-DSP
               DISPLAY 'Deferred pay: ' ADP-CNT OF W-DSP
                       ' deferral(s), total ' ADP-AMT OF W-DSP
           END-IF

           IF PAYOUT-CNT OF W-ADPPARM  NOT =  ZERO

               MOVE PAYOUT-CNT OF W-ADPPARM      TO  ADP-CNT OF W-DSP
               MOVE PAYOUT-AMT-TOT OF W-ADPPARM  TO  ADP-AMT OF W-DSP
               DISPLAY 'Deferred pay: ' ADP-CNT OF W-DSP
                       ' payout(s), total   ' ADP-AMT OF W-DSP
           END-IF

           IF SETTLE-CNT OF W-ADPPARM  NOT =  ZERO

               MOVE SETTLE-CNT OF W-ADPPARM      TO  ADP-CNT OF W-DSP
               MOVE SETTLE-AMT-TOT OF W-ADPPARM  TO  ADP-AMT OF W-DSP
               DISPLAY 'Deferred pay: ' ADP-CNT OF W-DSP
                       ' termination settlement(s), total '
                       ADP-AMT OF W-DSP
           END-IF

           .
       PLACE-DEFERRED-PAY-EXIT.


      /*****************************************************************
      *                                                                *
       MA400-IMPUTE-GTL-INCOME SECTION.
       MA400.
      *  Prices each covered employee's group-term life coverage      *
      *  over $50,000 at the IRS Table I rate for the period, less    *
      *  after-tax contributions, and replaces the paysheet's non-    *
      *  cash imputed income line with it ahead of the calc.          *
      ******************************************************************

           MOVE COMPANY OF PSLCT     TO  COMPANY OF W-GTLPARM
           MOVE PAYGROUP OF PSLCT    TO  PAYGROUP OF W-GTLPARM
           MOVE PAY-END-DT OF PSLCT  TO  PAY-END-DT OF W-GTLPARM
           MOVE BUILD-ONE-EMPLID OF PSLCT
                   TO  BUILD-ONE-EMPLID OF W-GTLPARM

           CALL 'CCCGTLIM' USING   SQLRT
                                   W-GTLPARM
           IF RETURN-CD-FAILURE OF W-GTLPARM

               MOVE 'IMPUTE-GTL-INCOME(CCCGTLIM)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF EMPL-IMPUTED-CNT OF W-GTLPARM  NOT =  ZERO

               MOVE EMPL-IMPUTED-CNT OF W-GTLPARM
                       TO  GTL-EMPL-CNT OF W-DSP
               MOVE IMPUTED-AMT-TOT OF W-GTLPARM
                       TO  GTL-AMT OF W-DSP
               DISPLAY 'Group-term life imputed income placed for '
                       GTL-EMPL-CNT OF W-DSP ' employee(s), total '
                       GTL-AMT OF W-DSP
           END-IF

           .
       IMPUTE-GTL-INCOME-EXIT.


      /*****************************************************************
      *                                                                *
       MA500-APPLY-GARNISH-ORDERS SECTION.
       PROCESS-ARREARS-EXIT.


      /*****************************************************************
      *                                                                *
       MA700-APPLY-DEFERRAL-LIMITS SECTION.
       MA700.
      *  Runs the deferral limit engine over the calendar just        *
      *  calculated: elective deferrals are held to the 402(g) limit  *
      *  (with the age-50 catch-up) and all plan additions to the     *
      *  415(c) limit, the deduction and match rows are adjusted and  *
      *  every cut writes a pay message.  A pre-tax cut changes the   *
      *  taxes, so that employee's cuts are left on the paysheet as   *
      *  overrides with an error message for the recalc.  A year      *
      *  with no limit row is reported and the calc goes on uncapped. *
      ******************************************************************

           MOVE COMPANY OF PSLCT     TO  COMPANY OF W-DFLPARM
           MOVE PAYGROUP OF PSLCT    TO  PAYGROUP OF W-DFLPARM
           MOVE PAY-END-DT OF PSLCT  TO  PAY-END-DT OF W-DFLPARM
           MOVE OFF-CYCLE OF PSLCT   TO  OFF-CYCLE OF W-DFLPARM
           MOVE PAGE-NO OF PSLCT     TO  PAGE-NO OF W-DFLPARM
           MOVE PAGE-NO-THRU OF PSLCT
                   TO  PAGE-NO-THRU OF W-DFLPARM

           CALL 'CCCDFLIM' USING   SQLRT
                                   W-DFLPARM
           IF RETURN-CD-FAILURE OF W-DFLPARM

               MOVE 'APPLY-DEFERRAL-LIMITS(CCCDFLIM)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF RETURN-CD-NO-LIMITS OF W-DFLPARM

               DISPLAY 'No retirement deferral limits are on file for '
                       'the pay end date; deferrals were not capped.'
           END-IF

           IF EMPL-CAPPED-CNT OF W-DFLPARM  NOT =  ZERO

               MOVE EMPL-CAPPED-CNT OF W-DFLPARM
                       TO  DFL-EMPL-CNT OF W-DSP
               MOVE DEFERRAL-CUT-CNT OF W-DFLPARM
                       TO  DFL-CUT-CNT OF W-DSP
               DISPLAY 'Retirement deferrals capped at the annual '
                       'limits for ' DFL-EMPL-CNT OF W-DSP
                       ' employee(s); ' DFL-CUT-CNT OF W-DSP
                       ' row(s) cut.'
               DISPLAY '  See the pay messages for the detail.'
           END-IF

           IF RECALC-CNT OF W-DFLPARM  NOT =  ZERO

               MOVE RECALC-CNT OF W-DFLPARM
                       TO  DFL-RECALC-CNT OF W-DSP
               DISPLAY 'Pre-tax deferrals cut for '
                       DFL-RECALC-CNT OF W-DSP
                       ' employee(s); the cuts are on the paysheets as '
                       'deduction overrides.'
               DISPLAY '  Recalculate the calendar before the confirm.'
           END-IF

           .
       APPLY-DEFERRAL-LIMITS-EXIT.


      /*****************************************************************
      *  The trace report: the traced employee's calculated detail    *
      *  read back and printed as the step-by-step gross-to-net       *
      *                                                                *
      ******************************************************************

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE TRACE-EMPLID OF S-RUNCTL
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY 'Calculation Trace for Employee '
                   WK-EMPLID-OUT OF W-WK
           DISPLAY '  Company: ' COMPANY OF PSLCT
                   '  Pay Group: ' PAYGROUP OF PSLCT
                   '  Pay End Date: ' PAY-END-DT OF PSLCT
       CHECK-STAGE-DEADLINE-EXIT.


      /*****************************************************************
      *  Refuses the calendar when the tax year of its pay end date    *
      *  has not been certified by the CCCYRRDY new-year readiness     *
      *  validation -- a missing wage base or limit would otherwise    *
      *  calculate silently wrong.                                     *
      ******************************************************************
       VJ000-CHECK-YEAR-CERT SECTION.
       VJ000.
      *                                                                *
      ******************************************************************

           MOVE PAY-END-DT OF PSLCT
                   TO  PAY-END-DT OF BIND-DATA OF S-YRCERT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-YRCERT
                                   BIND-SETUP OF S-YRCERT
                                   BIND-DATA OF S-YRCERT
                                   SELECT-SETUP OF S-YRCERT
                                   SELECT-DATA OF S-YRCERT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHECK-YEAR-CERT(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-YRCERT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'CHECK-YEAR-CERT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF NOT YEAR-CERTIFIED OF S-YRCERT

               DISPLAY 'The tax year of Pay End Date '
                       PAY-END-DT OF PSLCT
                       ' has not been certified ready by CCCYRRDY;'
               DISPLAY ' the calc is refused until the new-year '
                       'readiness gaps are corrected.'
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               MOVE 'CHECK-YEAR-CERT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CHECK-YEAR-CERT-EXIT.


      /*****************************************************************
      *  Run lock (CCCRNLCK).  VC000 claims the calendar's lock       *
      *  before this driver works it -- an incompatible stage already *
       JOURNAL-END-EXIT.


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
           MOVE 'PSPPYRUN'  TO  REPORT-ID OF W-MASKPARM
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
