      *       reference, so collections stop happening over email.     *
      *       CCCOVPAY posts payroll-deduction repayments and prints   *
      *       the monthly statement.                                   *
      *    10/15/26 TJM Employee IDs on the reversal listing pass      *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

           02  WK-ADJ-LINE-NO          PIC 99      COMP  VALUE ZERO.
           02  WK-ADJ-CNT              PIC 9(5)    COMP  VALUE ZERO.
           02  WK-RECV-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-ADJ-SW.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            PAY_REV_RUNCTL BUFFER AND STMT                      *
      ******************************************************************
           DISPLAY ' at ' WK-TIME-OUT OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM GA000-START-RUN

           IF RTNCD-OK OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-REVCHK
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY 'Adjustment line built -- Employee: '
                   WK-EMPLID-OUT OF W-WK
                   '  from Check: '
                   CHECK-NBR OF SELECT-DATA OF S-REVCHK

           ADD NET-PAY OF SELECT-DATA OF S-PRVW
                   TO  WK-PRVW-NET-TOT OF W-WK

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-PRVW
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY 'Would reverse Check: '
                   CHECK-NBR OF SELECT-DATA OF S-PRVW
                   '  Employee: ' WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' EMPL-NAME OF SELECT-DATA OF S-PRVW
                   '  Net: ' NET-PAY OF SELECT-DATA OF S-PRVW

           IF CHECK-CNT OF SELECT-DATA OF S-CKCNT  >  1

               ADD 1  TO  WK-RET-MANUAL-CNT OF W-WK
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-CKVAL
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'Check ' RET-CHECK-NBR
                       ' -- NEEDS MANUAL REVERSAL: Employee '
                       WK-EMPLID-OUT OF W-WK
               DISPLAY '  holds more than one unreversed check on '
                       'this calendar; reversing here would catch '
                       'them all.'
           PERFORM JB000-AUDIT-REVERSAL

           ADD 1  TO  WK-RET-REVERSED-CNT OF W-WK
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-CKVAL
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY 'Check ' RET-CHECK-NBR
                   ' -- REVERSED for Employee: '
                   WK-EMPLID-OUT OF W-WK

           .
       REVERSE-RETURN-ITEM-EXIT.
       STAMP-CYCLE-END-EXIT.


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
           MOVE 'PSPPYREV'  TO  REPORT-ID OF W-MASKPARM
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
