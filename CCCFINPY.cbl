      *       period start still carrying an active paysheet line is   *
      *       flagged as a likely overpayment in progress.             *
      *       Compliance stops depending on a clerk remembering.       *
      *    10/15/26 TJM Employee IDs on the final-pay compliance       *
      *       report pass through CCCMSKDT, masked per the data        *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

               03  FILLER              PIC X       VALUE '-'.
               03  WK-DAY              PIC XX.
               03  WK-NUM-DAY   REDEFINES WK-DAY  PIC 99.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            FINAL-PAY CHECK RUN CONTROL BUFFER AND STMT         *
      ******************************************************************
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           ACCEPT WK-DATE-RAW OF W-WK  FROM  DATE YYYYMMDD
           STRING WK-DATE-RAW OF W-WK (1:4) '-'
                  WK-DATE-RAW OF W-WK (5:2) '-'

           IF WK-DAYS-LEFT OF W-WK  <  ZERO

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-TERM
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       ' ' EMPL-NAME OF S-TERM
                       ' ' STATE OF S-TERM
                       '  term ' TERMINATION-DT OF S-TERM
                       '  ' DAYS-LEFT OF W-DSP
                       ' days  *** OVERDUE ***'
           ELSE
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-TERM
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                       ' ' EMPL-NAME OF S-TERM
                       ' ' STATE OF S-TERM
                       '  term ' TERMINATION-DT OF S-TERM

           ADD 1  TO  WK-OVERPAY-CNT OF W-WK

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-OVP
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   ' ' EMPL-NAME OF S-OVP
                   '  term ' TERMINATION-DT OF S-OVP
                   '  still on the paysheets -- pull the line '
       STEP-ONE-DAY-EXIT.


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
           MOVE 'CCCFINPY'  TO  REPORT-ID OF W-MASKPARM
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
