      *    09/02/26 TJM Register the generated journal file on the     *
      *       interface file register through CCCIFREG, so CCCIFACK    *
      *       can track transmission and GL acknowledgment.            *
      *    10/15/26 TJM Write the intercompany labor charges CCCICBIL  *
      *       stored for the calendar: a home-company intercompany     *
      *       journal (due-from debit, labor recovery credit) and one  *
      *       journal per benefiting company (labor expense debit,     *
      *       due-to credit), all inside the file's balanced totals.   *
      *    10/15/26 TJM Employee IDs on the distribution rule          *
      *       exception listing pass through CCCMSKDT, masked per the  *
      *       data classification table unless the operator holds the  *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

           02  WK-TOT-DEBIT            PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-TOT-CREDIT           PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-NET-PAYABLE          PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-IC-BENEF-CO          PIC X(10)   VALUE SPACE.
           02  WK-IC-LINE-CNT          PIC 9(7)    COMP  VALUE ZERO.

      *    Accrual-mode work fields: the factor applied to each
      *    distribution line and the day counts behind it.
               03  FILLER              PIC X       VALUE '-'.
               03  WK-DAY              PIC XX.
               03  WK-NUM-DAY   REDEFINES WK-DAY  PIC 99.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
               88  FETCH-DIST-END                  VALUE 'E'.
           02  FETCH-RULERR-SW         PIC X       VALUE SPACE.
               88  FETCH-RULERR-END                VALUE 'E'.
           02  FETCH-ICCHG-SW          PIC X       VALUE SPACE.
               88  FETCH-ICCHG-END                 VALUE 'E'.
           02  WK-IC-SIDE-SW           PIC X       VALUE SPACE.
               88  WK-IC-SIDE-HOME                 VALUE 'H'.
               88  WK-IC-SIDE-BENEF                VALUE 'B'.
           02  WK-BALANCED-SW          PIC X       VALUE 'Y'.
               88  WK-BALANCED-YES                 VALUE 'Y'.
               88  WK-BALANCED-NO                  VALUE 'N'.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      * CCC Interface File Register                                    *
      ******************************************************************
           02  GLH-JOURNAL-TYPE        PIC X       VALUE SPACE.
               88  GLH-TYPE-ACCRUAL                VALUE 'A'.
               88  GLH-TYPE-REVERSAL               VALUE 'R'.
               88  GLH-TYPE-INTERCOMPANY           VALUE 'I'.
           02  FILLER                  PIC X(38)   VALUE SPACE.

       01  W-GL-DET.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  INTERCOMPANY CHARGES  BUFFER AND STMT                         *
      *  The charges CCCICBIL stored for the calendar, summed by       *
      *  benefiting company, department and account and ordered by     *
      *  benefiting company for the per-company journal headers.       *
      ******************************************************************
       01  S-ICCHG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCGLINT_S_ICCHG'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  BENEF-COMPANY       PIC X(10).
               03  HOME-DEPTID         PIC X(10).
               03  BENEF-DEPTID        PIC X(10).
               03  DUE-FROM-ACCOUNT    PIC X(10).
               03  RECOVERY-ACCOUNT    PIC X(10).
               03  EXPENSE-ACCOUNT     PIC X(10).
               03  DUE-TO-ACCOUNT      PIC X(10).
               03  CHG-TOT-AMT         PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CONFIRMED GROSS/DEDUCTION TOTALS  BUFFER AND STMT             *
      *  The same confirmed totals MA005 rolls into WK-ONCYC-GROSS-    *
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM DF000-SELECT-CONF-TOTALS

           PERFORM NB000-VALIDATE-DIST-RULES

           PERFORM MC000-WRITE-NET-PAYABLE

           SET WK-IC-SIDE-HOME OF W-SW  TO  TRUE
           PERFORM MG000-WRITE-INTERCOMPANY

           SET WK-IC-SIDE-BENEF OF W-SW  TO  TRUE
           PERFORM MG000-WRITE-INTERCOMPANY

           MOVE WK-LINE-CNT OF W-WK    TO  GLT-LINE-CNT
           MOVE WK-TOT-DEBIT OF W-WK   TO  GLT-TOT-DEBIT
           MOVE WK-TOT-CREDIT OF W-WK  TO  GLT-TOT-CREDIT
       WRITE-NET-PAYABLE-EXIT.


      /*****************************************************************
      *                                                                *
       MG000-WRITE-INTERCOMPANY SECTION.
       MG000.
      *  One pass over the calendar's intercompany charges per side.   *
      *  Home side: an intercompany journal for the paying company     *
      *  debiting due-from and crediting labor recovery.  Benefiting   *
      *  side: a journal per benefiting company debiting labor         *
      *  expense in its department and crediting due-to.               *
      ******************************************************************

           MOVE SPACE  TO  FETCH-ICCHG-SW OF W-SW
           MOVE SPACE  TO  WK-IC-BENEF-CO OF W-WK

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-ICCHG
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-ICCHG
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-ICCHG

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-ICCHG
                                   BIND-SETUP OF S-ICCHG
                                   BIND-DATA OF S-ICCHG
                                   SELECT-SETUP OF S-ICCHG
                                   SELECT-DATA OF S-ICCHG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-INTERCOMPANY(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MG100-FETCH-ICCHG

           IF FETCH-ICCHG-END OF W-SW

               GO TO WRITE-INTERCOMPANY-EXIT
           END-IF

           IF WK-IC-SIDE-HOME OF W-SW

               MOVE COMPANY OF S-RUNCTL  TO  GLH-COMPANY
               SET GLH-TYPE-INTERCOMPANY  TO  TRUE
               WRITE GL-INTERFACE-REC  FROM  W-GL-HDR
           END-IF

           MOVE 'ICB'  TO  GLD-SOURCE

           PERFORM MG200-WRITE-ONE-ICCHG
                   UNTIL FETCH-ICCHG-END OF W-SW

           .
       WRITE-INTERCOMPANY-EXIT.


      /*****************************************************************
      *                                                                *
       MG100-FETCH-ICCHG SECTION.
       MG100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-ICCHG

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-ICCHG-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-ICCHG'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-ICCHG-EXIT.


      /*****************************************************************
      *                                                                *
       MG200-WRITE-ONE-ICCHG SECTION.
       MG200.
      *  Writes the debit/credit pair for one charge row on the side   *
      *  being written, starting a benefiting company's journal on a   *
      *  change of company.                                            *
      ******************************************************************

           IF WK-IC-SIDE-BENEF OF W-SW
               AND BENEF-COMPANY OF S-ICCHG
                       NOT =  WK-IC-BENEF-CO OF W-WK

               MOVE BENEF-COMPANY OF S-ICCHG
                       TO  WK-IC-BENEF-CO OF W-WK
               MOVE BENEF-COMPANY OF S-ICCHG  TO  GLH-COMPANY
               SET GLH-TYPE-INTERCOMPANY  TO  TRUE
               WRITE GL-INTERFACE-REC  FROM  W-GL-HDR
           END-IF

           MOVE CHG-TOT-AMT OF S-ICCHG  TO  GLD-AMOUNT

           IF WK-IC-SIDE-HOME OF W-SW

               MOVE SPACE  TO  GLD-DEPTID
               MOVE DUE-FROM-ACCOUNT OF S-ICCHG  TO  GLD-ACCOUNT
               SET GLD-DEBIT  TO  TRUE
               WRITE GL-INTERFACE-REC  FROM  W-GL-DET

               MOVE HOME-DEPTID OF S-ICCHG  TO  GLD-DEPTID
               MOVE RECOVERY-ACCOUNT OF S-ICCHG  TO  GLD-ACCOUNT
               SET GLD-CREDIT  TO  TRUE
               WRITE GL-INTERFACE-REC  FROM  W-GL-DET
           ELSE
               MOVE BENEF-DEPTID OF S-ICCHG  TO  GLD-DEPTID
               MOVE EXPENSE-ACCOUNT OF S-ICCHG  TO  GLD-ACCOUNT
               SET GLD-DEBIT  TO  TRUE
               WRITE GL-INTERFACE-REC  FROM  W-GL-DET

               MOVE SPACE  TO  GLD-DEPTID
               MOVE DUE-TO-ACCOUNT OF S-ICCHG  TO  GLD-ACCOUNT
               SET GLD-CREDIT  TO  TRUE
               WRITE GL-INTERFACE-REC  FROM  W-GL-DET
           END-IF

           ADD 2  TO  WK-LINE-CNT OF W-WK
           ADD 2  TO  WK-IC-LINE-CNT OF W-WK
           ADD CHG-TOT-AMT OF S-ICCHG  TO  WK-TOT-DEBIT OF W-WK
           ADD CHG-TOT-AMT OF S-ICCHG  TO  WK-TOT-CREDIT OF W-WK

           PERFORM MG100-FETCH-ICCHG

           .
       WRITE-ONE-ICCHG-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-BUILD-ACCRUAL-FILE SECTION.

           IF RULE-ERR-EXPIRED OF SELECT-DATA OF S-RULEERR

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-RULEERR
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       '  rules expired as of the pay end date'
           ELSE
               MOVE RULE-PCT-SUM OF S-RULEERR  TO  GROSS-TOT OF W-DSP
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-RULEERR
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       '  split percents sum to '
                       GROSS-TOT OF W-DSP
                       ' not 100.00'
           DISPLAY '  Total Credits:         ' CREDIT-TOT OF W-DSP
           DISPLAY '  Confirmed Gross Total: ' GROSS-TOT OF W-DSP
           DISPLAY '  Confirmed Ded Total:   ' DED-TOT OF W-DSP
           MOVE WK-IC-LINE-CNT OF W-WK  TO  LINE-CNT OF W-DSP
           DISPLAY '  Intercompany Lines:    ' LINE-CNT OF W-DSP

           IF WK-TOT-DEBIT OF W-WK  =  WK-TOT-CREDIT OF W-WK

       REGISTER-INTERFACE-EXIT.


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
           MOVE 'CCCGLINT'  TO  REPORT-ID OF W-MASKPARM
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
