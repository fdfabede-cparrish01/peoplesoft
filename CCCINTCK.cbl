       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCINTCK.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCINTCK - NIGHTLY PAYROLL DATA INTEGRITY SWEEP         *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- runs the maintained catalogue of    *
      *       consistency rules across the pay, calendar, cycle        *
      *       status, run lock, arrears, overpayment, check stock and  *
      *       interface register tables each night, reports every      *
      *       violation with its keys and severity, and ends           *
      *       unsuccessful on any severe violation so the scheduler    *
      *       alerts before a job trips over it.                       *
      *    10/15/26 TJM Violation rows carry the employee ID in its    *
      *       own column, and it passes through CCCMSKDT, masked per   *
      *       the data classification table unless the operator holds  *
      *       the unmask grant.                                        *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * RUN NIGHTLY WITH AN AS-OF DATE ON THE RUN CONTROL (BLANK IS    *
      * TODAY).  THE RULE CATALOGUE TABLE HOLDS ONE ROW PER            *
      * CONSISTENCY RULE: THE RULE ID, ITS DESCRIPTION, THE STORED     *
      * STATEMENT THAT RETURNS ITS VIOLATIONS, THE SEVERITY (S SEVERE, *
      * W WARNING), THE AGE IN DAYS PAST WHICH A ROW IS STALE (FOR     *
      * THE RULES THAT AGE) AND AN ACTIVE SWITCH.  EVERY ACTIVE RULE'S *
      * STATEMENT RUNS IN RULE ID ORDER; EACH ROW IT RETURNS IS ONE    *
      * VIOLATION, CARRYING ITS KEYS AND WHAT DISAGREES; THE           *
      * EMPLOYEE ID, WHERE THE RULE HAS ONE, IS PRINTED MASKED PER     *
      * THE DATA CLASSIFICATION TABLE.  THE RULES DELIVERED ARE:       *
      *                                                                *
      *   CAL01 S  CALENDAR FLAGGED CONFIRMED WITH UNCONFIRMED LINES   *
      *   CAL02 W  CALENDAR FLAGGED CALCULATED WITH LINES NEEDING CALC *
      *   PAY01 S  CONFIRMED CHECK WHOSE NET IS NOT GROSS LESS TAXES   *
      *            AND DEDUCTIONS                                      *
      *   CYC01 W  CYCLE STATUS STAGE DISAGREEING WITH THE CALENDAR'S  *
      *            RUN FLAGS                                           *
      *   LCK01 S  RUN LOCK HELD BY A PROCESS INSTANCE THAT ENDED      *
      *            MORE THAN THE RULE'S DAYS AGO                       *
      *   ARR01 S  ARREARS BALANCE NOT EQUAL TO THE SUM OF ITS AUDIT   *
      *            MOVEMENTS                                           *
      *   OVP01 S  OVERPAYMENT RECEIVABLE BALANCE NOT EQUAL TO THE     *
      *            SUM OF ITS RECOVERY MOVEMENTS                       *
      *   CKS01 S  CHECK STOCK LAST DRAWN NUMBER NOT EQUAL TO THE      *
      *            HIGHEST CHECK ISSUED FROM THE RANGE                 *
      *   IFR01 W  INTERFACE REGISTER FILE UNACKNOWLEDGED MORE THAN    *
      *            THE RULE'S DAYS                                     *
      *                                                                *
      * A NEW RULE IS A NEW STORED STATEMENT RETURNING THE SAME        *
      * VIOLATION ROW AND A NEW CATALOGUE ROW; NO PROGRAM CHANGE.      *
      * WARNINGS ARE REPORTED ONLY; ANY SEVERE VIOLATION MARKS THE     *
      * RUN UNSUCCESSFUL.                                              *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCINTCK'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-DATE-RAW             PIC 9(8)          VALUE ZERO.
           02  WK-AS-OF-DT             PIC X(10)   VALUE SPACE.
           02  WK-RULE-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-RULE-VIOL-CNT        PIC 9(7)    COMP  VALUE ZERO.
           02  WK-SEVERE-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-WARNING-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-RULE-FAIL-CNT        PIC 9(5)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  RULE-CNT                PIC ZZZZ9.
           02  RULE-FAIL-CNT           PIC ZZZZ9.
           02  VIOL-CNT                PIC ZZZ,ZZ9.
           02  SEVERE-CNT              PIC ZZZ,ZZ9.
           02  WARNING-CNT             PIC ZZZ,ZZ9.


       01  W-SW.
           02  FETCH-RULE-SW           PIC X       VALUE SPACE.
               88  FETCH-RULE-END                  VALUE 'E'.
           02  FETCH-VIOL-SW           PIC X       VALUE SPACE.
               88  FETCH-VIOL-END                  VALUE 'E'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            INTEGRITY SWEEP RUN CONTROL BUFFER AND STMT         *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINTCK_S_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  AS-OF-DT            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINTCK_D_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *            RUN CONTROL ARCHIVE INSERT STMT                     *
      ******************************************************************
       01  I-RUNCTLARC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINTCK_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  RULE CATALOGUE  BUFFER AND STMT                               *
      *  The consistency rules active on the as-of date, in rule ID    *
      *  order: the stored statement returning each rule's             *
      *  violations, its severity and the age in days past which a     *
      *  row counts as stale.                                          *
      ******************************************************************
       01  S-RULE.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCINTCK_S_RULE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  AS-OF-DT            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(8)    VALUE ALL 'C'.
               03  FILLER              PIC X(60)   VALUE ALL 'C'.
               03  FILLER              PIC X(18)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  RULE-ID             PIC X(8).
               03  RULE-DESCR          PIC X(60).
               03  RULE-STMT           PIC X(18).
               03  SEVERITY            PIC X.
                   88  SEVERITY-SEVERE             VALUE 'S'.
                   88  SEVERITY-WARNING            VALUE 'W'.
               03  STALE-DAYS          PIC 9(5)                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  RULE VIOLATIONS  BUFFER                                       *
      *  Every rule's stored statement binds the as-of date and the    *
      *  rule's stale days and returns the same row: the violation's   *
      *  keys (company, pay group and pay end date where the rule has  *
      *  a calendar, the employee ID where it has an employee, then    *
      *  the rule's own keys) and what disagrees.  The employee ID     *
      *  comes back in its own column, blank when the rule has none,   *
      *  so it can be masked without touching the other keys.          *
      *  The statement name is the catalogue row's.                    *
      ******************************************************************
       01  S-VIOL.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE SPACE.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  AS-OF-DT            PIC X(10).
               03  STALE-DAYS          PIC 9(5)                COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(60)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  EMPLID              PIC X(20).
               03  RULE-KEYS           PIC X(40).
               03  VIOL-DETAIL         PIC X(60).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


      /*****************************************************************
      *            PROCESS SCHEDULER REQUEST STATUS INTERFACE          *
      ******************************************************************
       01  USTAT.                      COPY PTCUSTAT.



      /*****************************************************************
      *                                                                *
       PROCEDURE DIVISION.
      *                                                                *
      ******************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           PERFORM DA000-SELECT-RUNCTL

           IF AS-OF-DT OF S-RUNCTL  =  SPACE

               ACCEPT WK-DATE-RAW OF W-WK  FROM  DATE YYYYMMDD
               STRING WK-DATE-RAW OF W-WK (1:4) '-'
                      WK-DATE-RAW OF W-WK (5:2) '-'
                      WK-DATE-RAW OF W-WK (7:2)
                       DELIMITED BY SIZE
                       INTO WK-AS-OF-DT OF W-WK
           ELSE
               MOVE AS-OF-DT OF S-RUNCTL  TO  WK-AS-OF-DT OF W-WK
           END-IF

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Integrity Sweep started as of: '
                   WK-AS-OF-DT OF W-WK
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-RUN-RULES

           PERFORM SA000-TERM

           .
       MAIN-EXIT.
           STOP RUN.


      /*****************************************************************
      *                                                                *
       DA000-SELECT-RUNCTL SECTION.
       DA000.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-CONNECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-RUNCTL(CONNECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM DB000-SET-RUN-STAT-PROCESSING
           ELSE

               CALL 'PTPRUNID' USING   SQLRT
                                       PROCESS-INSTANCE-ERRMSG
                                               OF W-PRC-INSTANCE
           END-IF

           MOVE OPRID OF SQLRT  TO  OPRID OF S-RUNCTL
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF S-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-RUNCTL
                                   BIND-SETUP OF S-RUNCTL
                                   BIND-DATA OF S-RUNCTL
                                   SELECT-SETUP OF S-RUNCTL
                                   SELECT-DATA OF S-RUNCTL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-RUNCTL(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Integrity Sweep Run Control Missing.'
                   DISPLAY ' for Operator ID  ' OPRID OF S-RUNCTL
                   DISPLAY ' and Batch Run ID '
                           BATCH-RUN-ID OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   MOVE 'SELECT-RUNCTL'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-RUNCTL(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               PERFORM DD000-RUNCTL-ACCEPTED
           END-IF

           .
       SELECT-RUNCTL-EXIT.


      /*****************************************************************
      *                                                                *
       DB000-SET-RUN-STAT-PROCESSING SECTION.
       DB000.
      *                                                                *
      ******************************************************************

           INITIALIZE USTAT
           MOVE PROCESS-INSTANCE OF SQLRT  TO  PROCESS-INSTANCE OF USTAT
           SET RUN-STATUS-PROCESSING OF USTAT  TO  TRUE

           CALL 'PTPUSTAT' USING   SQLRT
                                   USTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-RUN-STAT-PROCESSING(PTPUSTAT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-RUN-STAT-PROCESSING-EXIT.


      /*****************************************************************
      *  Copies the run control's parameters to an archive table       *
      *  ahead of DD000 below removing the row, so an accepted run's   *
      *  parameters stay on file for later reference instead of being  *
      *  lost with the row.                                            *
      ******************************************************************
       DC000-ARCHIVE-RUNCTL SECTION.
       DC000.
      *                                                                *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF I-RUNCTLARC
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF I-RUNCTLARC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-RUNCTLARC
                                   BIND-SETUP OF I-RUNCTLARC
                                   BIND-DATA OF I-RUNCTLARC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ARCHIVE-RUNCTL(INSERT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       ARCHIVE-RUNCTL-EXIT.


      /*****************************************************************
      *                                                                *
       DD000-RUNCTL-ACCEPTED SECTION.
       DD000.
      *                                                                *
      ******************************************************************

           PERFORM DC000-ARCHIVE-RUNCTL

           MOVE OPRID OF SQLRT  TO  OPRID OF D-RUNCTL
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF D-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-RUNCTL
                                   BIND-SETUP OF D-RUNCTL
                                   BIND-DATA OF D-RUNCTL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RUNCTL-ACCEPTED(DELETE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RUNCTL-ACCEPTED(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       RUNCTL-ACCEPTED-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-RUN-RULES SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           MOVE WK-AS-OF-DT OF W-WK
                   TO  AS-OF-DT OF BIND-DATA OF S-RULE

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-RULE
                                   SQL-STMT OF S-RULE
                                   BIND-SETUP OF S-RULE
                                   BIND-DATA OF S-RULE
                                   SELECT-SETUP OF S-RULE
                                   SELECT-DATA OF S-RULE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RUN-RULES(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-RULE

           PERFORM MB000-RUN-ONE-RULE
                   UNTIL FETCH-RULE-END OF W-SW

           MOVE WK-RULE-CNT OF W-WK       TO  RULE-CNT OF W-DSP
           MOVE WK-RULE-FAIL-CNT OF W-WK  TO  RULE-FAIL-CNT OF W-DSP
           MOVE WK-SEVERE-CNT OF W-WK     TO  SEVERE-CNT OF W-DSP
           MOVE WK-WARNING-CNT OF W-WK    TO  WARNING-CNT OF W-DSP
           DISPLAY ' '
           DISPLAY 'Rules run:                ' RULE-CNT OF W-DSP
           DISPLAY 'Rules that could not run: '
                   RULE-FAIL-CNT OF W-DSP
           DISPLAY 'Severe violations:        ' SEVERE-CNT OF W-DSP
           DISPLAY 'Warnings:                 ' WARNING-CNT OF W-DSP

           .
       RUN-RULES-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-RULE SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-RULE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-RULE
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-RULE-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-RULE'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-RULE-EXIT.


      /*****************************************************************
      *  Runs one catalogue rule's statement and reports each row it   *
      *  returns.  A rule whose statement will not run is reported     *
      *  and counted like a severe violation, and the sweep goes on    *
      *  to the next rule so one bad statement cannot hide the rest.   *
      ******************************************************************
       MB000-RUN-ONE-RULE SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-RULE-CNT OF W-WK
           MOVE ZERO  TO  WK-RULE-VIOL-CNT OF W-WK
           MOVE SPACE  TO  FETCH-VIOL-SW OF W-SW

           DISPLAY ' '
           DISPLAY 'Rule ' RULE-ID OF S-RULE
                   ' (' SEVERITY OF S-RULE ') '
                   RULE-DESCR OF S-RULE

           MOVE RULE-STMT OF S-RULE  TO  SQL-STMT OF S-VIOL
           MOVE WK-AS-OF-DT OF W-WK
                   TO  AS-OF-DT OF BIND-DATA OF S-VIOL
           MOVE STALE-DAYS OF SELECT-DATA OF S-RULE
                   TO  STALE-DAYS OF BIND-DATA OF S-VIOL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-VIOL
                                   SQL-STMT OF S-VIOL
                                   BIND-SETUP OF S-VIOL
                                   BIND-DATA OF S-VIOL
                                   SELECT-SETUP OF S-VIOL
                                   SELECT-DATA OF S-VIOL
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               ADD 1  TO  WK-RULE-FAIL-CNT OF W-WK
               DISPLAY '  ** Rule statement ' RULE-STMT OF S-RULE
                       ' could not be run -- rule not checked.'
               GO TO MB000-NEXT-POINT
           END-IF

           PERFORM MB100-FETCH-VIOLATION

           PERFORM MB200-REPORT-VIOLATION
                   UNTIL FETCH-VIOL-END OF W-SW

           MOVE WK-RULE-VIOL-CNT OF W-WK  TO  VIOL-CNT OF W-DSP
           DISPLAY '  Violations: ' VIOL-CNT OF W-DSP

           .
       MB000-NEXT-POINT.

           PERFORM MA100-FETCH-RULE

           .
       RUN-ONE-RULE-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-FETCH-VIOLATION SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-VIOL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-VIOL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-VIOL-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-VIOLATION'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-VIOLATION-EXIT.


      /*****************************************************************
      *                                                                *
       MB200-REPORT-VIOLATION SECTION.
       MB200.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-RULE-VIOL-CNT OF W-WK

           MOVE SPACE  TO  WK-EMPLID-OUT OF W-WK

           IF EMPLID OF S-VIOL  NOT =  SPACE

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-VIOL
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           END-IF

           IF SEVERITY-SEVERE OF S-RULE

               ADD 1  TO  WK-SEVERE-CNT OF W-WK
               DISPLAY '  SEVERE  ' RULE-ID OF S-RULE
                       '  ' COMPANY OF S-VIOL
                       ' ' PAYGROUP OF S-VIOL
                       ' ' PAY-END-DT OF S-VIOL
                       '  ' WK-EMPLID-OUT OF W-WK
                       ' ' RULE-KEYS OF S-VIOL
           ELSE
               ADD 1  TO  WK-WARNING-CNT OF W-WK
               DISPLAY '  WARNING ' RULE-ID OF S-RULE
                       '  ' COMPANY OF S-VIOL
                       ' ' PAYGROUP OF S-VIOL
                       ' ' PAY-END-DT OF S-VIOL
                       '  ' WK-EMPLID-OUT OF W-WK
                       ' ' RULE-KEYS OF S-VIOL
           END-IF

           DISPLAY '          ' VIOL-DETAIL OF S-VIOL

           PERFORM MB100-FETCH-VIOLATION

           .
       REPORT-VIOLATION-EXIT.


      /*****************************************************************
      *                                                                *
       XM000-INIT-MASKING SECTION.
       XM000.
      *                                                                *
      ******************************************************************

           SET MASK-ACTION-INIT OF W-MASKPARM  TO  TRUE
           SET MASK-OUTPUT-REPORT OF W-MASKPARM  TO  TRUE
           MOVE 'CCCINTCK'  TO  REPORT-ID OF W-MASKPARM
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
       SA000.
      *                                                                *
      ******************************************************************

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM SD000-SET-RUN-STAT-SUCCESSFUL
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-DISCONNECT-ALL OF SQLRT
                                   SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'TERM'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Payroll Integrity Sweep ended at '
                   WK-TIME OF W-WK
                   '.'

           .
       TERM-EXIT.


      /*****************************************************************
      *                                                                *
       SD000-SET-RUN-STAT-SUCCESSFUL SECTION.
       SD000.
      *                                                                *
      ******************************************************************

           IF WK-SEVERE-CNT OF W-WK  >  ZERO
                   OR  WK-RULE-FAIL-CNT OF W-WK  >  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- severe payroll data integrity '
                       'violations as of ' WK-AS-OF-DT OF W-WK
           ELSE
               SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE
           END-IF

           CALL 'PTPUSTAT' USING   SQLRT
                                   USTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-RUN-STAT-SUCCESSFUL(PTPUSTAT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-RUN-STAT-SUCCESSFUL-EXIT.


      /*****************************************************************
      *                                                                *
       ZZ000-SQL-ERROR SECTION.
       ZZ000.
      *                                                                *
      * SQL ERROR PROCESSING                                           *
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-ERROR OF SQLRT
                                   SQLRT

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Payroll Integrity Sweep did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
