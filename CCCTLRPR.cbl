      *       PSPLDTLG, with a control report of quarantined,          *
      *       reprocessed and still-failing counts per T&L run         *
      *       control id.                                              *
      *    10/15/26 TJM Employee IDs on the reprocess listing pass     *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

           02  WK-QRN-CNT              PIC 9(5)    COMP  VALUE ZERO.
           02  WK-OK-CNT               PIC 9(5)    COMP  VALUE ZERO.
           02  WK-FAIL-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            REPROCESS RUN CONTROL BUFFER AND STMT               *
      ******************************************************************
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-REPROCESS-QUARANTINE

           PERFORM SA000-TERM
               IF RTNCD-USER OF SQLRT

                   ADD 1  TO  WK-FAIL-CNT OF W-WK
                   MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
                   MOVE EMPLID OF SELECT-DATA OF S-QRN
                           TO  FIELD-VALUE OF W-MASKPARM
                   PERFORM XM100-MASK-FIELD
                   MOVE FIELD-VALUE OF W-MASKPARM
                           TO  WK-EMPLID-OUT OF W-WK
                   DISPLAY 'Still failing -- Employee: '
                           WK-EMPLID-OUT OF W-WK
                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'RELOAD-ONE-REJECT(PSPLDTLG)'
           ELSE
               ADD 1  TO  WK-OK-CNT OF W-WK
               PERFORM MB100-MARK-REPROCESSED
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-QRN
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'Reprocessed -- Employee: '
                       WK-EMPLID-OUT OF W-WK
           END-IF

           PERFORM MA100-FETCH-QUARANTINED
       COMMIT-REPROCESS-EXIT.


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
           MOVE 'CCCTLRPR'  TO  REPORT-ID OF W-MASKPARM
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
