      *    09/02/26 TJM Added the RS state records: one per employee   *
      *       and state with the annual state wages and withholding,   *
      *       written after the employee's RW record.                  *
      *    10/15/26 TJM Added the year's group-term life imputed       *
      *       income (box 12 code C) to the RW record, from the        *
      *       non-cash earnings CCCGTLIM places each period.           *
      *    10/15/26 TJM Employee IDs on the variance listing pass      *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

      * ANNUAL W-2 BUILD FOR ONE COMPANY AND CALENDAR YEAR.  THE       *
      * CONFIRMED CHECK DETAIL IS SUMMED PER EMPLOYEE INTO THE W-2     *
      * BOX AMOUNTS (FEDERAL WAGES AND WITHHOLDING, SOCIAL SECURITY,   *
      * MEDICARE, DEFERRALS AND GROUP-TERM LIFE ON THE RW RECORD,      *
      * STATE WAGES AND WITHHOLDING ON ONE RS RECORD PER STATE), EACH  *
      * EMPLOYEE'S ANNUAL WITHHOLDING IS RECONCILED TO THE SUM OF THE  *
      * FOUR QUARTERLY BALANCES, THE EFW2 SUBMISSION FILE IS WRITTEN   *
      * AND EVERY EMPLOYEE WHOSE TOTALS DO NOT TIE IS REPORTED.  ANY   *
      * EXCEPTION MARKS THE RUN UNSUCCESSFUL SO THE FILE IS NOT        *
      * TRANSMITTED UNBALANCED.                                        *
      *                                                                *
           02  WK-QTR-END-DT           PIC X(10).
           02  WK-YR-BEGIN-DT          PIC X(10).
           02  WK-YR-END-DT            PIC X(10).
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            EFW2 RECORD IMAGES                                  *
      *  Fixed 512-byte submission records: RA submitter, RE           *
           02  RW-MED-TAX              PIC 9(11).
           02  RW-DEF-401K             PIC 9(11).
           02  RW-EMPLID               PIC X(20).
           02  RW-GTL-CODE-C           PIC 9(11).
           02  FILLER                  PIC X(336)  VALUE SPACE.

       01  W-RS-REC.
           02  FILLER                  PIC XX      VALUE 'RS'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  MED-WAGES           PIC S9(9)V99            COMP-3.
               03  MED-TAX             PIC S9(9)V99            COMP-3.
               03  DEF-401K            PIC S9(9)V99            COMP-3.
               03  GTL-IMPUTED         PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           STRING CALENDAR-YR OF S-RUNCTL '-01-01'
                   DELIMITED BY SIZE
                   INTO WK-YR-BEGIN-DT OF W-WK
           ADD 1  TO  WK-EXCEPTION-CNT OF W-WK

           MOVE WK-VARIANCE OF W-WK  TO  AMT-OUT OF W-DSP
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-ANNUAL
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY 'ANNUAL/QUARTERLY VARIANCE  Employee: '
                   WK-EMPLID-OUT OF W-WK
                   '  Amount: ' AMT-OUT OF W-DSP
           MOVE FED-TAX OF S-ANNUAL  TO  AMT-OUT OF W-DSP
           DISPLAY '  Annual check withholding:  ' AMT-OUT OF W-DSP
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  DEF-401K OF S-ANNUAL  *  100
           MOVE WK-AMT-CENTS OF W-WK   TO  RW-DEF-401K
           COMPUTE WK-AMT-CENTS OF W-WK
                   =  GTL-IMPUTED OF S-ANNUAL  *  100
           MOVE WK-AMT-CENTS OF W-WK   TO  RW-GTL-CODE-C

           WRITE W2B-EFW2-REC  FROM  W-RW-REC

       REPORT-CONTROL-TOTALS-EXIT.


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
           MOVE 'CCCW2BLD'  TO  REPORT-ID OF W-MASKPARM
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
