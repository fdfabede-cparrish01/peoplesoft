      *       register by deduction code and class with employee       *
      *       detail, so each vendor remittance ties to a page of      *
      *       the register instead of a spreadsheet.                   *
      *    10/15/26 TJM Employee IDs on the deduction register pass    *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

           02  WK-SUB-TOT              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-GRAND-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-DET-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            REGISTER RUN CONTROL BUFFER AND STMT                *
      ******************************************************************
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-PRINT-REGISTER

           PERFORM NA000-VERIFY-GRAND-TOTAL
           MOVE DED-CLASS OF S-DED  TO  WK-PREV-CLASS OF W-WK

           MOVE DED-AMT OF S-DED  TO  AMT-OUT OF W-DSP
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-DED
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   ' ' EMPL-NAME OF S-DED
                   ' ' AMT-OUT OF W-DSP

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
           MOVE 'CCCDEDRG'  TO  REPORT-ID OF W-MASKPARM
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
