      *       amount total the load job verifies.  Gives the           *
      *       analytics database its feed so ad-hoc questions stop     *
      *       becoming programming requests.                           *
      *    10/15/26 TJM Employee IDs on the detail records pass        *
      *       through CCCMSKDT and are always masked per the data      *
      *       classification table; the warehouse feed is not a        *
      *       transmission file and never carries full values.         *
      *                                                                *
      ******************************************************************

           02  WK-AMT-EDIT             PIC -9(13).99     VALUE ZERO.
           02  WK-HRS-EDIT             PIC -9(5).99      VALUE ZERO.
           02  WK-OUT-LINE             PIC X(200)  VALUE SPACE.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            WAREHOUSE EXTRACT RUN CONTROL BUFFER AND STMT       *
      ******************************************************************
           MOVE EXTRACT-DT OF SELECT-DATA OF S-RUNCTL
                   TO  EXTRACT-DT OF BIND-DATA OF S-DET

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-EXTRACT-CHECKS

           PERFORM MB000-EXTRACT-EARNINGS

           MOVE DET-AMT OF S-DET    TO  WK-AMT-EDIT OF W-WK
           MOVE DET-HOURS OF S-DET  TO  WK-HRS-EDIT OF W-WK
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-DET
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           MOVE SPACE  TO  WK-OUT-LINE OF W-WK
           STRING 'D|'
                  COMPANY OF SELECT-DATA OF S-DET
                  '|'
                  PAY-END-DT OF SELECT-DATA OF S-DET
                  '|'
                  WK-EMPLID-OUT OF W-WK
                  '|'
                  REF-CD OF SELECT-DATA OF S-DET
                  '|'
       FETCH-DETAIL-EXIT.


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
           SET MASK-OUTPUT-EXTRACT OF W-MASKPARM  TO  TRUE
           MOVE 'CCCDWEXT'  TO  REPORT-ID OF W-MASKPARM
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
