       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCFRDCK.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCFRDCK - PRE-CONFIRM PAYROLL FRAUD RED-FLAG SCAN      *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- scans a calculated-but-unconfirmed  *
      *       calendar, between PSPPYRUN and PSPCNFRM, for the four    *
      *       schemes internal audit warns about: a deposit account    *
      *       shared by two or more employees, a deposit account or    *
      *       mailing address changed shortly before the check date,   *
      *       pay with no Time & Labor hours and no manager, and a     *
      *       terminated or never-hired ID on an off-cycle page.       *
      *       Each finding writes an error-severity pay message, as    *
      *       CCCDUPCK does, and a line on the internal audit report.  *
      *    10/15/26 TJM Employee IDs on the findings listing and the   *
      *       fraud audit report pass through CCCMSKDT, masked per the *
      *       data classification table unless the operator holds the  *
      *       unmask grant.                                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * FOUR PASSES OVER THE CALCULATED DETAIL FOR ONE COMPANY/PAY     *
      * GROUP/PAY END DATE, EACH RETURNING ONE ROW PER FINDING:        *
      *                                                                *
      *   SHARED    - MESSAGE 3002/711: THE EMPLOYEE'S DIRECT DEPOSIT  *
      *               ACCOUNT IS ALSO ACTIVE FOR ANOTHER EMPLOYEE.     *
      *   CHANGED   - MESSAGE 3002/712: A DEPOSIT ACCOUNT OR THE HOME  *
      *               MAILING ADDRESS WAS CHANGED WITHIN THE RUN       *
      *               CONTROL'S NUMBER OF DAYS BEFORE THE CHECK DATE.  *
      *   NO-HOURS  - MESSAGE 3002/713: PAID WITH NO TIME & LABOR      *
      *               HOURS FOR THE PERIOD AND NO MANAGER ON THE       *
      *               EFFECTIVE JOB ROW (NO SUPERVISOR, NO REPORTS-TO  *
      *               POSITION).                                       *
      *   STATUS    - MESSAGE 3002/714: AN OFF-CYCLE PAGE CARRIES AN   *
      *               EMPLOYEE WHO IS TERMINATED AS OF THE PAY END     *
      *               DATE OR HAS NO HIRE ROW AT ALL.                  *
      *                                                                *
      * EVERY FINDING WRITES AN ERROR-SEVERITY PAY MESSAGE ON THE      *
      * EMPLOYEE'S PAGE/LINE, SO THE CCCMSGCK GATE BLOCKS THE CONFIRM  *
      * UNTIL A SUPERVISOR WAIVES IT IN CCCERRWB, AND A LINE ON THE    *
      * FRDAUDIT REPORT FOR INTERNAL AUDIT.  ANY FINDING MARKS THE     *
      * RUN UNSUCCESSFUL.                                              *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT FRAUD-AUDIT-FILE    ASSIGN TO  'FRDAUDIT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  FRAUD-AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.

       01  FRAUD-AUDIT-REC             PIC X(132).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCFRDCK'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-FINDING-CNT          PIC 9(5)    COMP  VALUE ZERO.
           02  WK-PASS-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-MESSAGE-NBR          PIC 9(4)    COMP  VALUE ZERO.
           02  WK-PATTERN              PIC X(10)   VALUE SPACE.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  FINDING-CNT             PIC ZZZZ9.
           02  DAYS-OUT                PIC ZZ9.


       01  W-SW.
           02  FETCH-FIND-SW           PIC X       VALUE SPACE.
               88  FETCH-FIND-END                  VALUE 'E'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            INTERNAL AUDIT REPORT LINES                         *
      ******************************************************************
       01  W-AUD-TITLE.
           02  FILLER                  PIC X(40)   VALUE
                   'PAYROLL FRAUD RED-FLAG SCAN -- INTERNAL '.
           02  FILLER                  PIC X(14)   VALUE
                   'AUDIT REPORT  '.
           02  FILLER                  PIC X(9)    VALUE 'COMPANY: '.
           02  AUT-COMPANY             PIC X(10).
           02  FILLER                  PIC X(12)   VALUE
                   '  PAYGROUP: '.
           02  AUT-PAYGROUP            PIC X(10).
           02  FILLER                  PIC X(11)   VALUE
                   '  PAY END: '.
           02  AUT-PAY-END-DT          PIC X(10).
           02  FILLER                  PIC X(16)   VALUE SPACE.

       01  W-AUD-HEAD.
           02  FILLER                  PIC X(11)   VALUE 'PATTERN'.
           02  FILLER                  PIC X(5)    VALUE 'MSG'.
           02  FILLER                  PIC X(21)   VALUE 'EMPLOYEE'.
           02  FILLER                  PIC X(41)   VALUE 'NAME'.
           02  FILLER                  PIC X(7)    VALUE ' PAGE'.
           02  FILLER                  PIC X(5)    VALUE 'LINE'.
           02  FILLER                  PIC X(42)   VALUE 'DETAIL'.

       01  W-AUD-LINE.
           02  AUL-PATTERN             PIC X(10).
           02  FILLER                  PIC X       VALUE SPACE.
           02  AUL-MESSAGE-NBR         PIC 999.
           02  FILLER                  PIC XX      VALUE SPACE.
           02  AUL-EMPLID              PIC X(20).
           02  FILLER                  PIC X       VALUE SPACE.
           02  AUL-NAME                PIC X(40).
           02  FILLER                  PIC X       VALUE SPACE.
           02  AUL-PAGE-NO             PIC ZZZZ9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  AUL-LINE-NO             PIC Z9.
           02  FILLER                  PIC XXX     VALUE SPACE.
           02  AUL-OTHER-REF           PIC X(15).
           02  FILLER                  PIC X       VALUE SPACE.
           02  AUL-DETAIL              PIC X(27).

       01  W-AUD-TOTAL.
           02  FILLER                  PIC X(20)   VALUE
                   'TOTAL FINDINGS:     '.
           02  AUO-FINDING-CNT         PIC ZZZZ9.
           02  FILLER                  PIC X(107)  VALUE SPACE.


      /*****************************************************************
      *            FRAUD SCAN RUN CONTROL BUFFER AND STMT              *
      *  CHANGE-DAYS is the look-back before the check date for the    *
      *  account/address change pattern.                               *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCFRDCK_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  CHANGE-DAYS         PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCFRDCK_D_RUNCTL'.

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
                                                   'CCCFRDCK_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  RED-FLAG FINDINGS  BUFFER AND STMTS                           *
      *  One statement per pattern, all returning the same finding     *
      *  row shape: the employee, the page/line the message lands      *
      *  on, the other reference involved (the other employee, the     *
      *  change date, the department, the HR status) and a short       *
      *  description for the audit report.  The check date and the     *
      *  look-back come from the calendar and CHANGE-DAYS.  Carries    *
      *  its own cursor; the message insert runs nested.               *
      ******************************************************************
       01  S-FIND.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18).
           02  SQL-STMT-SHARE          PIC X(18)   VALUE
                                                   'CCCFRDCK_S_SHARE'.
           02  SQL-STMT-CHANGE         PIC X(18)   VALUE
                                                   'CCCFRDCK_S_CHANGE'.
           02  SQL-STMT-NOHRS          PIC X(18)   VALUE
                                                   'CCCFRDCK_S_NOHRS'.
           02  SQL-STMT-STATUS         PIC X(18)   VALUE
                                                   'CCCFRDCK_S_STATUS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  CHANGE-DAYS         PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(27)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(40).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  OTHER-REF           PIC X(15).
               03  FIND-DESCR          PIC X(27).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAY MESSAGE INSERT STMT                                       *
      *  Error severity, so the confirm's CCCMSGCK gate refuses the    *
      *  calendar until the finding is waived.                         *
      ******************************************************************
       01  I-MSG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCFRDCK_I_MSG'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  EMPLID              PIC X(20).
               03  MESSAGE-SET-NBR     PIC 9(4)                COMP.
               03  MESSAGE-NBR         PIC 9(4)                COMP.
               03  MSG-SEVERITY-CD     PIC X.
               03  MSG-DATA            PIC X(15).
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

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Fraud Red-Flag Scan started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                     Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                     Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           OPEN OUTPUT FRAUD-AUDIT-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Fraud audit report could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF S-RUNCTL     TO  AUT-COMPANY
           MOVE PAYGROUP OF S-RUNCTL    TO  AUT-PAYGROUP
           MOVE PAY-END-DT OF S-RUNCTL  TO  AUT-PAY-END-DT
           WRITE FRAUD-AUDIT-REC  FROM  W-AUD-TITLE
           MOVE SPACE  TO  FRAUD-AUDIT-REC
           WRITE FRAUD-AUDIT-REC
           WRITE FRAUD-AUDIT-REC  FROM  W-AUD-HEAD

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-FIND
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-FIND
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-FIND
           MOVE CHANGE-DAYS OF SELECT-DATA OF S-RUNCTL
                   TO  CHANGE-DAYS OF BIND-DATA OF S-FIND

           MOVE SQL-STMT-SHARE OF S-FIND  TO  SQL-STMT OF S-FIND
           MOVE 711  TO  WK-MESSAGE-NBR OF W-WK
           MOVE 'SHARED'  TO  WK-PATTERN OF W-WK
           DISPLAY 'Pass 1 -- deposit account shared by employees'
           PERFORM MA000-SCAN-ONE-PATTERN

           MOVE SQL-STMT-CHANGE OF S-FIND  TO  SQL-STMT OF S-FIND
           MOVE 712  TO  WK-MESSAGE-NBR OF W-WK
           MOVE 'CHANGED'  TO  WK-PATTERN OF W-WK
           MOVE CHANGE-DAYS OF SELECT-DATA OF S-RUNCTL
                   TO  DAYS-OUT OF W-DSP
           DISPLAY 'Pass 2 -- account/address changed within '
                   DAYS-OUT OF W-DSP ' days of the check date'
           PERFORM MA000-SCAN-ONE-PATTERN

           MOVE SQL-STMT-NOHRS OF S-FIND  TO  SQL-STMT OF S-FIND
           MOVE 713  TO  WK-MESSAGE-NBR OF W-WK
           MOVE 'NO-HOURS'  TO  WK-PATTERN OF W-WK
           DISPLAY 'Pass 3 -- paid with no T&L hours and no manager'
           PERFORM MA000-SCAN-ONE-PATTERN

           MOVE SQL-STMT-STATUS OF S-FIND  TO  SQL-STMT OF S-FIND
           MOVE 714  TO  WK-MESSAGE-NBR OF W-WK
           MOVE 'STATUS'  TO  WK-PATTERN OF W-WK
           DISPLAY 'Pass 4 -- terminated or never-hired ID off-cycle'
           PERFORM MA000-SCAN-ONE-PATTERN

           IF WK-FINDING-CNT OF W-WK  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'MAIN(COMMIT)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE SPACE  TO  FRAUD-AUDIT-REC
           WRITE FRAUD-AUDIT-REC
           MOVE WK-FINDING-CNT OF W-WK  TO  AUO-FINDING-CNT
           WRITE FRAUD-AUDIT-REC  FROM  W-AUD-TOTAL
           CLOSE FRAUD-AUDIT-FILE

           MOVE WK-FINDING-CNT OF W-WK  TO  FINDING-CNT OF W-DSP
           DISPLAY 'Findings: ' FINDING-CNT OF W-DSP

           IF WK-FINDING-CNT OF W-WK  NOT =  ZERO

               DISPLAY 'The confirm is blocked by the error gate '
                       'until each finding is waived in CCCERRWB.'
           END-IF

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

                   DISPLAY 'Fraud Scan Run Control Missing.'
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
       MA000-SCAN-ONE-PATTERN SECTION.
       MA000.
      *  Runs the pattern statement loaded in SQL-STMT OF S-FIND and   *
      *  writes one pay message and audit line per finding under the   *
      *  message number loaded in WK-MESSAGE-NBR.                      *
      ******************************************************************

           MOVE SPACE  TO  FETCH-FIND-SW OF W-SW
           MOVE ZERO   TO  WK-PASS-CNT OF W-WK

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-FIND
                                   SQL-STMT OF S-FIND
                                   BIND-SETUP OF S-FIND
                                   BIND-DATA OF S-FIND
                                   SELECT-SETUP OF S-FIND
                                   SELECT-DATA OF S-FIND
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SCAN-ONE-PATTERN(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-FINDING

           PERFORM MB000-REPORT-ONE-FINDING
                   UNTIL FETCH-FIND-END OF W-SW

           MOVE WK-PASS-CNT OF W-WK  TO  FINDING-CNT OF W-DSP
           DISPLAY '  Pass findings: ' FINDING-CNT OF W-DSP

           .
       SCAN-ONE-PATTERN-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-FINDING SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-FIND

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-FIND
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-FIND-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-FINDING'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-FINDING-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-REPORT-ONE-FINDING SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-FINDING-CNT OF W-WK
           ADD 1  TO  WK-PASS-CNT OF W-WK

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-FIND
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   '  ' OTHER-REF OF S-FIND
                   '  ' FIND-DESCR OF S-FIND

           MOVE WK-PATTERN OF W-WK  TO  AUL-PATTERN
           MOVE WK-MESSAGE-NBR OF W-WK  TO  AUL-MESSAGE-NBR
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF SELECT-DATA OF S-FIND
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           MOVE WK-EMPLID-OUT OF W-WK  TO  AUL-EMPLID
           MOVE NAME OF S-FIND  TO  AUL-NAME
           MOVE PAGE-NO OF SELECT-DATA OF S-FIND  TO  AUL-PAGE-NO
           MOVE LINE-NO OF SELECT-DATA OF S-FIND  TO  AUL-LINE-NO
           MOVE OTHER-REF OF S-FIND  TO  AUL-OTHER-REF
           MOVE FIND-DESCR OF S-FIND  TO  AUL-DETAIL
           WRITE FRAUD-AUDIT-REC  FROM  W-AUD-LINE

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-MSG
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-MSG
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-MSG
           MOVE PAGE-NO OF SELECT-DATA OF S-FIND
                   TO  PAGE-NO OF BIND-DATA OF I-MSG
           MOVE LINE-NO OF SELECT-DATA OF S-FIND
                   TO  LINE-NO OF BIND-DATA OF I-MSG
           MOVE EMPLID OF SELECT-DATA OF S-FIND
                   TO  EMPLID OF BIND-DATA OF I-MSG
           MOVE 3002  TO  MESSAGE-SET-NBR OF BIND-DATA OF I-MSG
           MOVE WK-MESSAGE-NBR OF W-WK
                   TO  MESSAGE-NBR OF BIND-DATA OF I-MSG
           MOVE 'E'   TO  MSG-SEVERITY-CD OF BIND-DATA OF I-MSG
           MOVE OTHER-REF OF S-FIND
                   TO  MSG-DATA OF BIND-DATA OF I-MSG

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-MSG
                                   BIND-SETUP OF I-MSG
                                   BIND-DATA OF I-MSG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REPORT-ONE-FINDING(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-FINDING

           .
       REPORT-ONE-FINDING-EXIT.



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
           MOVE 'CCCFRDCK'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'Fraud Red-Flag Scan ended at '
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

           IF WK-FINDING-CNT OF W-WK  NOT =  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- fraud red-flag findings '
                       'block the confirm for Company: '
                       COMPANY OF S-RUNCTL
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
           DISPLAY 'Fraud Red-Flag Scan did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
