      *       them, and an intake register links each request to its   *
      *       page/line.  Rejects go on the exception report instead   *
      *       of dying in an inbox.                                    *
      *    10/15/26 TJM Employee IDs on the accept and reject listing  *
      *       pass through CCCMSKDT, masked per the data               *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

           02  WK-ACCEPT-CNT           PIC 9(5)    COMP  VALUE ZERO.
           02  WK-REJECT-CNT           PIC 9(5)    COMP  VALUE ZERO.
           02  WK-REQ-SEQ              PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            REQUEST RECORD VIEW                                 *
      ******************************************************************
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-SELECT-HIGH-PAGE

           PERFORM MB000-PROCESS-REQUEST-FILE
      *  department.                                                   *
      ******************************************************************

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE REQ-EMPLID OF W-REQ-REC
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK

           IF REQ-AMOUNT OF W-REQ-REC  NOT >  ZERO

               DISPLAY 'REJECT: ' WK-EMPLID-OUT OF W-WK
                       '  amount must be greater than zero.'
               SET WK-REQ-OK-NO OF W-SW  TO  TRUE
               GO TO VALIDATE-REQUEST-EXIT
               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   DISPLAY 'REJECT: ' WK-EMPLID-OUT OF W-WK
                           '  employee was not found.'
                   SET WK-REQ-OK-NO OF W-SW  TO  TRUE
                   GO TO VALIDATE-REQUEST-EXIT

           IF NOT EMPL-ACTIVE OF SELECT-DATA OF S-EMPL

               DISPLAY 'REJECT: ' WK-EMPLID-OUT OF W-WK
                       '  employee is not active.'
               SET WK-REQ-OK-NO OF W-SW  TO  TRUE
               GO TO VALIDATE-REQUEST-EXIT
               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   DISPLAY 'REJECT: ' WK-EMPLID-OUT OF W-WK
                           '  earnings code '
                           REQ-ERNCD OF W-REQ-REC
                           ' was not found.'

           IF NOT ERNCD-ACTIVE OF SELECT-DATA OF S-ERNCD

               DISPLAY 'REJECT: ' WK-EMPLID-OUT OF W-WK
                       '  earnings code ' REQ-ERNCD OF W-REQ-REC
                       ' is inactive.'
               SET WK-REQ-OK-NO OF W-SW  TO  TRUE
               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   DISPLAY 'REJECT: ' WK-EMPLID-OUT OF W-WK
                       '  requester ' REQ-OPRID OF W-REQ-REC
                   DISPLAY '        holds no grant for department '
                           DEPTID OF SELECT-DATA OF S-EMPL

           MOVE WK-PAGE-NO OF W-WK  TO  PAGE-NO OF W-DSP
           MOVE WK-LINE-NO OF W-WK  TO  LINE-NO OF W-DSP
           DISPLAY 'Accepted: ' WK-EMPLID-OUT OF W-WK
                   '  Page: ' PAGE-NO OF W-DSP
                   '  Line: ' LINE-NO OF W-DSP

       INSERT-REGISTER-EXIT.


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
           MOVE 'CCCOCREQ'  TO  REPORT-ID OF W-MASKPARM
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
