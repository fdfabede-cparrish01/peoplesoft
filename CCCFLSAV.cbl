      *       than the tolerance, with the underpayment totaled.       *
      *       Turns back-pay settlements into pre-confirm              *
      *       corrections.                                             *
      *    10/15/26 TJM Employee IDs on the overtime exception listing *
      *       pass through CCCMSKDT, masked per the data               *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

           02  WK-UNDERPAY-TOT         PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-FINDING-CNT          PIC 9(5)    COMP  VALUE ZERO.
           02  WK-WEEK-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            FLSA VALIDATION RUN CONTROL BUFFER AND STMT         *
      ******************************************************************
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-VALIDATE-WORKWEEKS

           PERFORM SA000-TERM

           IF WEEK-HOURS OF S-WEEK  NOT >  ZERO

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-WEEK
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       ' week ' WEEK-BEGIN-DT OF S-WEEK
                       '  has overtime but no hours -- check the '
                       'paysheet.'
               ADD 1  TO  WK-FINDING-CNT OF W-WK

               MOVE WK-REG-RATE OF W-WK  TO  RATE-OUT OF W-DSP
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-WEEK
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       ' week ' WEEK-BEGIN-DT OF S-WEEK
                       '  blended rate ' RATE-OUT OF W-DSP
               MOVE PAID-OT-PREMIUM OF S-WEEK  TO  AMT-OUT OF W-DSP
       VALIDATE-ONE-WEEK-EXIT.


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
           MOVE 'CCCFLSAV'  TO  REPORT-ID OF W-MASKPARM
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
