      *       waiting period without a return, so the employee moves   *
      *       from paper checks to live deposits automatically, and    *
      *       reports accounts still held by a prenote return.         *
      *    10/15/26 TJM Employee IDs and account numbers on the        *
      *       listing pass through CCCMSKDT, masked per the data       *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************


           02  WK-DATE-RAW             PIC 9(8).
           02  WK-CUTOFF-DT            PIC X(10)   VALUE SPACE.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.
           02  WK-ACCOUNT-OUT          PIC X(17)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            PRENOTE RELEASE RUN CONTROL BUFFER AND STMT         *
      ******************************************************************
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-COMPUTE-CUTOFF

           PERFORM MB000-RELEASE-ACCOUNTS
      *                                                                *
      ******************************************************************

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-RELEASE
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK

           MOVE 'ACCOUNT-NBR'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE ACCOUNT-NBR OF SELECT-DATA OF S-RELEASE
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-ACCOUNT-OUT OF W-WK

           DISPLAY '  Released: ' WK-EMPLID-OUT OF W-WK
                   ' account ' WK-ACCOUNT-OUT OF W-WK
                   ' prenoted ' PRENOTE-DT OF S-RELEASE

           MOVE COMPANY OF S-RUNCTL
      *                                                                *
      ******************************************************************

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-HELD
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK

           MOVE 'ACCOUNT-NBR'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE ACCOUNT-NBR OF SELECT-DATA OF S-HELD
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-ACCOUNT-OUT OF W-WK

           DISPLAY '  Held:     ' WK-EMPLID-OUT OF W-WK
                   ' account ' WK-ACCOUNT-OUT OF W-WK
                   ' return ' RETURN-REASON-CD OF S-HELD

           ADD 1  TO  WK-HELD-CNT OF W-WK
       BACK-ONE-DAY-EXIT.


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
           MOVE 'CCCDDPPN'  TO  REPORT-ID OF W-MASKPARM
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
