      *       each with its settlement date, totaled and tied to the   *
      *       confirmed detail instead of added up from several        *
      *       SA010 confirmation summaries.                            *
      *    10/15/26 TJM Report paycard funding (the net PSPCNFRM       *
      *       routes to the card provider and CCCPAYCD funds) as its   *
      *       own PCD category, settling on the card load effective    *
      *       date.                                                    *
      *    10/15/26 TJM Funding bank account numbers on the treasury   *
      *       funding report pass through CCCMSKDT, masked per the     *
      *       data classification table unless the operator holds the  *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * FUNDING REQUIREMENT FOR ONE CHECK DATE.  EVERY CALENDAR        *
      * CONFIRMED FOR THE CHECK DATE, IN ANY COMPANY, CONTRIBUTES ITS  *
      * CASH NEEDS SUMMED BY FUNDING BANK ACCOUNT AND CATEGORY (CHK    *
      * CHECKS, ACH DEPOSITS, PCD PAYCARD LOADS, TAX DEPOSITS, GRN     *
      * GARNISHMENTS, CAR CARRIER PREMIUMS), EACH WITH ITS SETTLEMENT  *
      * DATE.  THE REPORT GRAND TOTAL IS PROVEN AGAINST THE CONFIRMED  *
      * GROSS-PLUS-EMPLOYER TOTAL FOR THE CHECK DATE; A MISMATCH       *
      * MARKS THE RUN UNSUCCESSFUL.                                    *
      *                                                                *
      ******************************************************************

           02  WK-ACCT-TOT             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-GRAND-TOT            PIC S9(13)V99 COMP-3 VALUE ZERO.
           02  WK-LINE-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-ACCOUNT-OUT          PIC X(17)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            FUNDING REPORT RUN CONTROL BUFFER AND STMT          *
      ******************************************************************
      *  One row per funding bank account and category, summed         *
      *  across every company's calendars confirmed for the check      *
      *  date, with the category's settlement date: checks settle on   *
      *  the check date, deposits on the ACH effective date, paycard   *
      *  loads on the card funding effective date, tax on              *
      *  the deposit due date, garnishments and carrier premiums on    *
      *  their disbursement dates.  Bank account order for the         *
      *  control break.                                                *
               03  FUND-CATEGORY       PIC XXX.
                   88  CATEGORY-CHECKS             VALUE 'CHK'.
                   88  CATEGORY-ACH                VALUE 'ACH'.
                   88  CATEGORY-PAYCARD            VALUE 'PCD'.
                   88  CATEGORY-TAX                VALUE 'TAX'.
                   88  CATEGORY-GARNISH            VALUE 'GRN'.
                   88  CATEGORY-CARRIER            VALUE 'CAR'.
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-PRINT-FUNDING-REPORT

           PERFORM NA000-VERIFY-GRAND-TOTAL
                   OR  BANK-ACCT OF S-FUND
                           NOT =  WK-PREV-BANK-ACCT OF W-WK

               MOVE 'ACCOUNT-NBR'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE BANK-ACCT OF S-FUND
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM
                       TO  WK-ACCOUNT-OUT OF W-WK
               DISPLAY 'Funding Account: ' WK-ACCOUNT-OUT OF W-WK
           END-IF

           MOVE 'N'  TO  WK-FIRST-ROW-SW OF W-SW
       VERIFY-GRAND-TOTAL-EXIT.


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
           MOVE 'CCCTRFND'  TO  REPORT-ID OF W-MASKPARM
           MOVE SPACE  TO  COMPANY OF W-MASKPARM
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
