      *       zero-net employees, so one wrong keyed rate cannot       *
      *       hide inside a big pay group total the way it can in      *
      *       MB000-COMPARE-PRELIM-FINAL's run-level comparison.       *
      *    10/15/26 TJM Employee IDs on the net pay variance report    *
      *       pass through CCCMSKDT, masked per the data               *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

           02  WK-GROSS-DIFF           PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-PCT-LIMIT            PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-PCT-LIMIT-G          PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            VARIANCE RUN CONTROL BUFFER AND STMT                *
      ******************************************************************
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

      *    The standing house threshold is ten percent when the run
      *    control leaves it blank.
           IF PCT-THRESHOLD OF S-RUNCTL  =  ZERO
           IF NET-PAY OF SELECT-DATA OF S-CUR  =  ZERO

               ADD 1  TO  WK-ZERO-CNT OF W-WK
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-CUR
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'ZERO NET -- Employee: '
                       WK-EMPLID-OUT OF W-WK
           END-IF

           PERFORM MB100-LOOKUP-PRIOR
           IF NOT WK-PRIOR-FOUND-YES OF W-SW

               ADD 1  TO  WK-NEW-CNT OF W-WK
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-CUR
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'NEW THIS PERIOD -- Employee: '
                       WK-EMPLID-OUT OF W-WK
           ELSE
               PERFORM MB200-CHECK-SWING
           END-IF
                       TO  CUR-AMT OF W-DSP
               MOVE NET-PAY OF SELECT-DATA OF S-PRIOR
                       TO  PRI-AMT OF W-DSP
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-CUR
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'SWING -- Employee: '
                       WK-EMPLID-OUT OF W-WK
               DISPLAY '  Net This Period: ' CUR-AMT OF W-DSP
                       '  Prior Confirmed: ' PRI-AMT OF W-DSP

       CHECK-SWING-EXIT.


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
           MOVE 'CCCNETVR'  TO  REPORT-ID OF W-MASKPARM
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
