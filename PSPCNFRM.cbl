      *       option on the run control -- check numbers already      *
      *       assigned by MH000-VERIFY-CHECK-NBR are preserved --     *
      *       instead of a full CCCUNCNF back-out and rerun.          *
      *    10/15/26 TJM Post a public sector calendar's confirmed     *
      *       academic-year deferred pay lines to the deferred pay    *
      *       liability ledger through CCCACDPY.                      *
      *    10/15/26 TJM Liquidate a public sector calendar's salary   *
      *       and employer cost encumbrances by fund and department   *
      *       through CCCENCLQ after the confirmation pass.           *
      *    10/15/26 TJM Paycard net-pay delivery: before the          *
      *       confirmation pass the pending distributions of          *
      *       employees with an active paycard enrollment are         *
      *       routed to the paycard, so they draw no check number     *
      *       and no advice; CCCPAYCD funds the card loads.           *
      *    10/15/26 TJM Carry each print extract check record's       *
      *       payment type (live check or advice), so CCCCHPRT can    *
      *       suppress the paper advice of employees consented to     *
      *       electronic pay statements.                              *
      ******************************************************************

      ******************************************************************
           02  PAGE-NO                 PIC ZZZZ9.
           02  CONF-CNT                PIC ZZZZ9.
           02  DLN-HOURS               PIC -ZZZ9.
           02  ADP-CNT                 PIC ZZZZ9.
           02  ADP-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           02  ENC-CNT                 PIC ZZZZ9.
           02  ENC-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.


      /*****************************************************************
           COPY CCCDLWK.


      /*****************************************************************
      * CCC Academic-Year Deferred Pay                                 *
      ******************************************************************

           COPY CCCADWK.


      /*****************************************************************
      * CCC Salary Encumbrance Liquidation                             *
      ******************************************************************

           COPY CCCENWK.


      /*****************************************************************
      *  FIND IF MESSAGES EXIST FOR PROCESS COMPLETED  BUFFER AND STMT *
      ******************************************************************
      /*****************************************************************
      *  PRINT EXTRACT CHECK-LEVEL DETAIL  BUFFER AND STMT             *
      *  Outer cursor of the print extract: one row per confirmed      *
      *  check/advice with its assigned number and payment type.       *
      *  Carries its own SQL cursor because the earnings and deduction *
      *  stub cursors below run nested inside the check loop on the    *
      *  common cursor.                                                *
      *  Page-scoped (SQL-STMT) for NO-RUNID confirmations, calendar-  *
      *  wide (SQL-STMT-RUN) otherwise, the same way S-PAYAMT toggles. *
      ******************************************************************
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  EMPL-NAME           PIC X(30).
               03  NET-PAY             PIC S9(9)V99            COMP-3.
               03  PAYMENT-TYPE        PIC X.
               03  FILLER              PIC X       VALUE 'Z'.


               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAYCARD ROUTING  SQL UPDATE STMT                              *
      *  Flips the calendar's pending check and advice distributions   *
      *  to the paycard payment method wherever the employee holds an  *
      *  active paycard enrollment, so the net is loaded to the card   *
      *  by CCCPAYCD instead of printed or deposited.  Runs after the  *
      *  prenote hold, so an enrolled employee held to paper for a     *
      *  prenote is still paid on the card.                            *
      ******************************************************************
       01  U-PCROUTE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCNFRM_U_PCROUTE'.

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


      /*****************************************************************
      *  CHECK STOCK COVERAGE  BUFFER AND STMTS                        *
      *  The forms the calendar is about to need against the forms     *

               PERFORM MA015-HOLD-PRENOTE-CHECKS

               PERFORM MA017-ROUTE-PAYCARD

               CALL 'PSPPYWK1' USING   SQLRT
                                       PSLCT
                                       DARRY

                   PERFORM MA005-ACCUMULATE-CONF-TOTALS

                   IF PUBLIC-SECTOR-YES OF PSLCT

                       PERFORM MA030-POST-DEFERRED-PAY

                       PERFORM MA035-LIQUIDATE-ENCUMBRANCE
                   END-IF

                   IF PRINT-EXTRACT-YES OF S-RUNCTL

                       PERFORM WB000-WRITE-PRINT-EXTRACT
       HOLD-PRENOTE-CHECKS-EXIT.


      /*****************************************************************
      *  The paycard routing: pending distributions of employees with *
      *  an active paycard enrollment are flipped to the paycard      *
      *  payment method before the confirmation pass, so MH000        *
      *  assigns them no check number, the print extract carries no   *
      *  check and CCCDDPEX writes no credit for them; CCCPAYCD funds *
      *  the card load.  The update rides the confirmation's commits. *
      ******************************************************************
       MA017-ROUTE-PAYCARD SECTION.
       MA017.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF U-PCROUTE
           MOVE PAYGROUP OF PSLCT
                   TO  PAYGROUP OF BIND-DATA OF U-PCROUTE
           MOVE PAY-END-DT OF PSLCT
                   TO  PAY-END-DT OF BIND-DATA OF U-PCROUTE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-PCROUTE
                                   BIND-SETUP OF U-PCROUTE
                                   BIND-DATA OF U-PCROUTE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ROUTE-PAYCARD(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       ROUTE-PAYCARD-EXIT.


      /*****************************************************************
      *                                                                *
       MA020-CLEAR-CHECKPOINT SECTION.
       ACCUMULATE-CONF-TOTALS-EXIT.


      /*****************************************************************
      *                                                                *
       MA030-POST-DEFERRED-PAY SECTION.
       MA030.
      *  Posts the calendar's confirmed deferral, payout and          *
      *  settlement lines to the deferred pay liability ledger and    *
      *  resets each contract's liability balance; the balance the    *
      *  next calc pays out from is always a confirmed one.           *
      ******************************************************************

           SET ADP-MODE-CONFIRM OF W-ADPPARM  TO  TRUE
           MOVE COMPANY OF PSLCT     TO  COMPANY OF W-ADPPARM
           MOVE PAYGROUP OF PSLCT    TO  PAYGROUP OF W-ADPPARM
           MOVE PAY-END-DT OF PSLCT  TO  PAY-END-DT OF W-ADPPARM
           MOVE OFF-CYCLE OF PSLCT   TO  OFF-CYCLE OF W-ADPPARM
           MOVE PAGE-NO OF PSLCT     TO  PAGE-NO OF W-ADPPARM
           MOVE PAGE-NO-THRU OF PSLCT
                   TO  PAGE-NO-THRU OF W-ADPPARM
           MOVE SPACE  TO  BUILD-ONE-EMPLID OF W-ADPPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-ADPPARM

           CALL 'CCCACDPY' USING   SQLRT
                                   W-ADPPARM
           IF RETURN-CD-FAILURE OF W-ADPPARM

               MOVE 'POST-DEFERRED-PAY(CCCACDPY)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF DEFER-CNT OF W-ADPPARM  NOT =  ZERO
                   OR  PAYOUT-CNT OF W-ADPPARM  NOT =  ZERO
                   OR  SETTLE-CNT OF W-ADPPARM  NOT =  ZERO

               DISPLAY 'Deferred pay liability posted:'
               MOVE DEFER-CNT OF W-ADPPARM      TO  ADP-CNT OF W-DSP
               MOVE DEFER-AMT-TOT OF W-ADPPARM  TO  ADP-AMT OF W-DSP
               DISPLAY '  Deferred:  ' ADP-CNT OF W-DSP
                       '  ' ADP-AMT OF W-DSP
               MOVE PAYOUT-CNT OF W-ADPPARM      TO  ADP-CNT OF W-DSP
               MOVE PAYOUT-AMT-TOT OF W-ADPPARM  TO  ADP-AMT OF W-DSP
               DISPLAY '  Paid out:  ' ADP-CNT OF W-DSP
                       '  ' ADP-AMT OF W-DSP
               MOVE SETTLE-CNT OF W-ADPPARM      TO  ADP-CNT OF W-DSP
               MOVE SETTLE-AMT-TOT OF W-ADPPARM  TO  ADP-AMT OF W-DSP
               DISPLAY '  Settled:   ' ADP-CNT OF W-DSP
                       '  ' ADP-AMT OF W-DSP
           END-IF

           .
       POST-DEFERRED-PAY-EXIT.


      /*****************************************************************
      *                                                                *
       MA035-LIQUIDATE-ENCUMBRANCE SECTION.
       MA035.
      *  Liquidates the fund/department salary encumbrances by the    *
      *  calendar's confirmed salary and employer cost, exploded the  *
      *  way CCCGLINT journals them.                                  *
      ******************************************************************

           MOVE COMPANY OF PSLCT     TO  COMPANY OF W-ENCPARM
           MOVE PAYGROUP OF PSLCT    TO  PAYGROUP OF W-ENCPARM
           MOVE PAY-END-DT OF PSLCT  TO  PAY-END-DT OF W-ENCPARM
           MOVE OFF-CYCLE OF PSLCT   TO  OFF-CYCLE OF W-ENCPARM
           MOVE PAGE-NO OF PSLCT     TO  PAGE-NO OF W-ENCPARM
           MOVE PAGE-NO-THRU OF PSLCT
                   TO  PAGE-NO-THRU OF W-ENCPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-ENCPARM

           CALL 'CCCENCLQ' USING   SQLRT
                                   W-ENCPARM
           IF RETURN-CD-FAILURE OF W-ENCPARM

               MOVE 'LIQUIDATE-ENCUMBRANCE(CCCENCLQ)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF LIQ-ROW-CNT OF W-ENCPARM  NOT =  ZERO

               MOVE LIQ-ROW-CNT OF W-ENCPARM  TO  ENC-CNT OF W-DSP
               MOVE LIQ-AMT-TOT OF W-ENCPARM  TO  ENC-AMT OF W-DSP
               DISPLAY 'Encumbrance liquidated:  ' ENC-CNT OF W-DSP
                       ' rows  ' ENC-AMT OF W-DSP
           END-IF

           .
       LIQUIDATE-ENCUMBRANCE-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-SELECT-OFF-CALENDAR SECTION.
                   TO  PRT-CHK-NAME
           MOVE NET-PAY OF SELECT-DATA OF S-PRTCHK
                   TO  PRT-CHK-NET
           MOVE PAYMENT-TYPE OF SELECT-DATA OF S-PRTCHK
                   TO  PRT-CHK-PAY-TYPE
           WRITE PRINT-EXTRACT-REC  FROM  W-PRT-CHK

           ADD 1  TO  WK-PRT-CHK-CNT OF W-PRT
