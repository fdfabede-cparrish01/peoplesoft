      *       hold the account so CCCDDPPN keeps the employee on       *
      *       paper checks.  Replaces working returns from the         *
      *       bank's emailed PDF.                                      *
      *    10/15/26 TJM Employee IDs on the disposition listing pass   *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

           02  WK-AMT                  PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-TODAY-DT             PIC X(10)   VALUE SPACE.
           02  WK-DATE-RAW             PIC 9(8)          VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(15)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            RETURN FILE RECORD VIEWS                            *
      *  The raw record is inspected through these images: the first   *
                   DELIMITED BY SIZE
                   INTO WK-TODAY-DT OF W-WK

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-PROCESS-RETURN-FILE

           PERFORM SA000-TERM
                           TO  HE-AMOUNT OF W-HELD-ENTRY
                   MOVE RE-INDIV-ID OF W-ENTRY-IMG
                           TO  HE-EMPLID OF W-HELD-ENTRY
                   MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
                   MOVE RE-INDIV-ID OF W-ENTRY-IMG
                           TO  FIELD-VALUE OF W-MASKPARM
                   PERFORM XM100-MASK-FIELD
                   MOVE FIELD-VALUE OF W-MASKPARM
                           TO  WK-EMPLID-OUT OF W-WK
                   MOVE RE-INDIV-NAME OF W-ENTRY-IMG
                           TO  HE-EMPL-NAME OF W-HELD-ENTRY
                   MOVE RE-TRACE-SEQ OF W-ENTRY-IMG
               WHEN OTHER
                   DISPLAY 'Unrecognized change code '
                           RA-REASON-CD OF W-ADDENDA-IMG
                           ' for ' WK-EMPLID-OUT OF W-WK
                   ADD 1  TO  WK-NOTFND-CNT OF W-WK
                   SET WK-CLEAN-NO OF W-SW  TO  TRUE
           END-EVALUATE
      *        simply stays held and the employee on paper checks.
               ADD 1  TO  WK-PNRTN-CNT OF W-WK
               DISPLAY 'Prenote return ' RA-REASON-CD OF W-ADDENDA-IMG
                       ' for ' WK-EMPLID-OUT OF W-WK
               GO TO PROCESS-RETURN-EXIT
           END-IF

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   MOVE WK-AMT OF W-WK  TO  AMT-OUT OF W-DSP
                   DISPLAY 'Returned deposit not matched to an '
                           'advice: ' WK-EMPLID-OUT OF W-WK
                           ' ' AMT-OUT OF W-DSP
                   ADD 1  TO  WK-NOTFND-CNT OF W-WK
                   SET WK-CLEAN-NO OF W-SW  TO  TRUE

           MOVE WK-AMT OF W-WK  TO  AMT-OUT OF W-DSP
           DISPLAY 'Return ' RA-REASON-CD OF W-ADDENDA-IMG
                   ' queued for reissue: ' WK-EMPLID-OUT OF W-WK
                   ' ' AMT-OUT OF W-DSP

           .
           ADD 1  TO  WK-NOC-CNT OF W-WK

           DISPLAY 'NOC ' RA-REASON-CD OF W-ADDENDA-IMG
                   ' applied for ' WK-EMPLID-OUT OF W-WK

           .
       APPLY-NOC-EXIT.


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
           MOVE 'CCCACHRT'  TO  REPORT-ID OF W-MASKPARM
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
