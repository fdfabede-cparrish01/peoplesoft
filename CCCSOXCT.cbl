       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCSOXCT.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCSOXCT - QUARTERLY PAYROLL ACCESS CERTIFICATION       *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- the quarterly SOX access and        *
      *       activity certification: each operator's CCCOPAUT grants  *
      *       with their use in the quarter, denials and dual-control  *
      *       approvals, per company and certifying manager, flagging  *
      *       dormant grants and submit-and-run confirmations; and     *
      *       the managers' certify/revoke decisions applied to the    *
      *       grant table with an audit row.                           *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * TWO RUN MODES ON THE RUN CONTROL:                              *
      *                                                                *
      *   'R' REPORT - ONE ROW PER GRANT ON THE CCCOPAUT GRANT TABLE   *
      *                FOR THE COMPANY (ALL COMPANIES WHEN BLANK),     *
      *                ORDERED BY COMPANY, CERTIFYING MANAGER (THE     *
      *                OPERATOR'S SUPERVISOR ON THE OPERATOR TABLE),   *
      *                OPERATOR AND FUNCTION, CARRYING FOR THE         *
      *                QUARTER:                                        *
      *                  - RUNS OF THE FUNCTION BY THE OPERATOR, FROM  *
      *                    THE RUN JOURNAL AND THE PAY CYCLE STATUS    *
      *                    TABLE, AND THE LAST DATE IT WAS USED;       *
      *                  - DENIALS ON THE CCCOPAUT VIOLATION TABLE;    *
      *                  - CCCDCAPR DUAL-CONTROL APPROVALS GIVEN AND   *
      *                    RECEIVED;                                   *
      *                  - DORMANT: NOT USED IN THE RUN CONTROL'S      *
      *                    DORMANT DAYS (90 WHEN ZERO) BEFORE THE      *
      *                    QUARTER END;                                *
      *                  - SUBMIT+RUN: ON A CONFIRM GRANT, THE         *
      *                    OPERATOR BOTH SUBMITTED A CONFIRMATION FOR  *
      *                    DUAL CONTROL AND RAN THE CONFIRM OF THE     *
      *                    SAME CALENDAR IN THE QUARTER.               *
      *                PRINTED ON THE SOXCERT REPORT WITH A BREAK PER  *
      *                COMPANY AND PER MANAGER AND A DECISION COLUMN   *
      *                FOR THE MANAGER TO MARK.                        *
      *                                                                *
      *   'A' APPLY  - READS THE MANAGERS' DECISIONS FROM THE SOXDECSN *
      *                FILE.  A CERTIFY STAMPS THE GRANT CERTIFIED FOR *
      *                THE QUARTER; A REVOKE REMOVES THE GRANT.  EVERY *
      *                APPLIED DECISION WRITES A CERTIFICATION AUDIT   *
      *                ROW.  A DECISION FOR A GRANT NOT ON FILE OR     *
      *                WITH AN UNKNOWN CODE IS REJECTED AND MARKS THE  *
      *                RUN UNSUCCESSFUL.                               *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CERT-REPORT-FILE    ASSIGN TO  'SOXCERT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.

      *    Managers' decisions, one record per grant.
           SELECT DECISION-FILE       ASSIGN TO  'SOXDECSN'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  CERT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.

       01  CERT-REPORT-REC             PIC X(132).

       FD  DECISION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.

       01  DECISION-REC                PIC X(100).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCSOXCT'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-GRANT-CNT            PIC 9(5)    COMP  VALUE ZERO.
           02  WK-DORMANT-CNT          PIC 9(5)    COMP  VALUE ZERO.
           02  WK-CONFLICT-CNT         PIC 9(5)    COMP  VALUE ZERO.
           02  WK-CERTIFY-CNT          PIC 9(5)    COMP  VALUE ZERO.
           02  WK-REVOKE-CNT           PIC 9(5)    COMP  VALUE ZERO.
           02  WK-REJECT-CNT           PIC 9(5)    COMP  VALUE ZERO.
           02  WK-LAST-COMPANY         PIC X(10)   VALUE SPACE.
           02  WK-LAST-MANAGER         PIC X(30)   VALUE SPACE.


       01  W-DSP.
           02  GRANT-CNT               PIC ZZZZ9.
           02  DORMANT-CNT             PIC ZZZZ9.
           02  CONFLICT-CNT            PIC ZZZZ9.
           02  CERTIFY-CNT             PIC ZZZZ9.
           02  REVOKE-CNT              PIC ZZZZ9.
           02  REJECT-CNT              PIC ZZZZ9.


       01  W-SW.
           02  FETCH-GRANT-SW          PIC X       VALUE SPACE.
               88  FETCH-GRANT-END                 VALUE 'E'.
           02  DEC-EOF-SW              PIC X       VALUE 'N'.
               88  DEC-EOF-YES                     VALUE 'Y'.
           02  FIRST-GRANT-SW          PIC X       VALUE 'Y'.
               88  FIRST-GRANT-YES                 VALUE 'Y'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      *            MANAGER DECISION RECORD VIEW                        *
      ******************************************************************
       01  W-DEC-REC.
           02  DEC-COMPANY             PIC X(10).
           02  DEC-OPRID               PIC X(30).
           02  DEC-AUTH-FUNCTION       PIC X.
           02  DEC-PAYGROUP            PIC X(10).
           02  DEC-DECISION            PIC X.
               88  DEC-CERTIFY                     VALUE 'C'.
               88  DEC-REVOKE                      VALUE 'R'.
           02  DEC-MANAGER-OPRID       PIC X(30).
           02  FILLER                  PIC X(18).


      /*****************************************************************
      *            CERTIFICATION REPORT LINES                          *
      ******************************************************************
       01  W-CRT-TITLE.
           02  FILLER                  PIC X(40)   VALUE
                   'SOX PAYROLL ACCESS AND ACTIVITY CERTIFIC'.
           02  FILLER                  PIC X(17)   VALUE
                   'ATION -- QUARTER '.
           02  CRT-QTR-BEGIN-DT        PIC X(10).
           02  FILLER                  PIC X(4)    VALUE ' TO '.
           02  CRT-QTR-END-DT          PIC X(10).
           02  FILLER                  PIC X(51)   VALUE SPACE.

       01  W-CRT-COMPANY.
           02  FILLER                  PIC X(9)    VALUE 'COMPANY: '.
           02  CRC-COMPANY             PIC X(10).
           02  FILLER                  PIC X(113)  VALUE SPACE.

       01  W-CRT-MANAGER.
           02  FILLER                  PIC X(22)   VALUE
                   '  CERTIFYING MANAGER: '.
           02  CRM-MANAGER-OPRID       PIC X(30).
           02  FILLER                  PIC X(80)   VALUE SPACE.

       01  W-CRT-HEAD.
           02  FILLER                  PIC X(4)    VALUE SPACE.
           02  FILLER                  PIC X(31)   VALUE 'OPERATOR'.
           02  FILLER                  PIC X(3)    VALUE 'FN'.
           02  FILLER                  PIC X(11)   VALUE 'PAYGROUP'.
           02  FILLER                  PIC X(11)   VALUE 'GRANTED'.
           02  FILLER                  PIC X(11)   VALUE 'LAST USED'.
           02  FILLER                  PIC X(7)    VALUE '  RUNS'.
           02  FILLER                  PIC X(7)    VALUE ' DENIED'.
           02  FILLER                  PIC X(7)    VALUE ' APPR-G'.
           02  FILLER                  PIC X(7)    VALUE ' APPR-R'.
           02  FILLER                  PIC X(20)   VALUE '  FLAGS'.
           02  FILLER                  PIC X(13)   VALUE 'DECISION C/R'.

       01  W-CRT-LINE.
           02  FILLER                  PIC X(4)    VALUE SPACE.
           02  CRL-OPRID               PIC X(30).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CRL-AUTH-FUNCTION       PIC X.
           02  FILLER                  PIC XX      VALUE SPACE.
           02  CRL-PAYGROUP            PIC X(10).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CRL-GRANT-DT            PIC X(10).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CRL-LAST-USED-DT        PIC X(10).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CRL-RUN-CNT             PIC ZZZZZ9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  CRL-DENIAL-CNT          PIC ZZZZZ9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  CRL-APPR-GIVEN-CNT      PIC ZZZZZ9.
           02  FILLER                  PIC X       VALUE SPACE.
           02  CRL-APPR-RECV-CNT       PIC ZZZZZ9.
           02  FILLER                  PIC XX      VALUE SPACE.
           02  CRL-DORMANT             PIC X(8).
           02  FILLER                  PIC X       VALUE SPACE.
           02  CRL-CONFLICT            PIC X(10).
           02  FILLER                  PIC X       VALUE SPACE.
           02  FILLER                  PIC X(12)   VALUE '____________'.

       01  W-CRT-TOTAL.
           02  FILLER                  PIC X(16)   VALUE
                   'GRANTS LISTED:  '.
           02  CRO-GRANT-CNT           PIC ZZZZ9.
           02  FILLER                  PIC X(18)   VALUE
                   '   DORMANT:       '.
           02  CRO-DORMANT-CNT         PIC ZZZZ9.
           02  FILLER                  PIC X(18)   VALUE
                   '   SUBMIT+RUN:    '.
           02  CRO-CONFLICT-CNT        PIC ZZZZ9.
           02  FILLER                  PIC X(65)   VALUE SPACE.


      /*****************************************************************
      *            CERTIFICATION RUN CONTROL BUFFER AND STMT           *
      *  COMPANY blank reports every company.  DORMANT-DAYS zero       *
      *  means 90.                                                     *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSOXCT_S_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  RUN-MODE            PIC X.
                   88  RUN-MODE-REPORT             VALUE 'R'.
                   88  RUN-MODE-APPLY              VALUE 'A'.
               03  COMPANY             PIC X(10).
               03  QTR-BEGIN-DT        PIC X(10).
               03  QTR-END-DT          PIC X(10).
               03  DORMANT-DAYS        PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSOXCT_D_RUNCTL'.

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
                                                   'CCCSOXCT_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  GRANT ACTIVITY  BUFFER AND STMT                               *
      *  One row per grant with its quarter's activity and the two     *
      *  flags, in company, manager, operator and function order.      *
      *  LAST-USED-DT is blank for a grant never used.  Carries its    *
      *  own cursor.                                                   *
      ******************************************************************
       01  S-GRANT.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSOXCT_S_GRANT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  QTR-BEGIN-DT        PIC X(10).
               03  QTR-END-DT          PIC X(10).
               03  DORMANT-DAYS        PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  MANAGER-OPRID       PIC X(30).
               03  OPRID               PIC X(30).
               03  AUTH-FUNCTION       PIC X.
               03  PAYGROUP            PIC X(10).
               03  GRANT-DT            PIC X(10).
               03  LAST-USED-DT        PIC X(10).
               03  RUN-CNT             PIC 9(7)                COMP.
               03  DENIAL-CNT          PIC 9(7)                COMP.
               03  APPR-GIVEN-CNT      PIC 9(7)                COMP.
               03  APPR-RECV-CNT       PIC 9(7)                COMP.
               03  DORMANT-FLAG        PIC X.
                   88  GRANT-DORMANT               VALUE 'Y'.
               03  SUBMIT-RUN-FLAG     PIC X.
                   88  GRANT-SUBMIT-AND-RUN        VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  GRANT LOOKUP STMT                                             *
      *  Confirms the decision's grant is on the grant table.          *
      ******************************************************************
       01  S-GRNT1.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSOXCT_S_GRNT1'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  OPRID               PIC X(30).
               03  AUTH-FUNCTION       PIC X.
               03  PAYGROUP            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  GRANT-FOUND         PIC X.
                   88  GRANT-ON-FILE               VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  GRANT CERTIFY AND REVOKE STMTS                                *
      *  Certify stamps the grant with the quarter end, the manager    *
      *  and the run; revoke deletes the grant.                        *
      ******************************************************************
       01  U-GRANT.
           02  SQL-STMT                PIC X(18).
           02  SQL-STMT-CERTIFY        PIC X(18)   VALUE
                                                   'CCCSOXCT_U_GRANT'.
           02  SQL-STMT-REVOKE         PIC X(18)   VALUE
                                                   'CCCSOXCT_D_GRANT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  OPRID               PIC X(30).
               03  AUTH-FUNCTION       PIC X.
               03  PAYGROUP            PIC X(10).
               03  QTR-END-DT          PIC X(10).
               03  MANAGER-OPRID       PIC X(30).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CERTIFICATION AUDIT INSERT STMT                               *
      *  One row per applied decision: the grant, the decision, the    *
      *  certifying manager, the operator who applied it, the quarter  *
      *  and the run.                                                  *
      ******************************************************************
       01  I-CAUD.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCSOXCT_I_CAUD'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  OPRID               PIC X(30).
               03  AUTH-FUNCTION       PIC X.
               03  PAYGROUP            PIC X(10).
               03  DECISION            PIC X.
               03  MANAGER-OPRID       PIC X(30).
               03  APPLIED-OPRID       PIC X(30).
               03  QTR-END-DT          PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
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

           IF DORMANT-DAYS OF SELECT-DATA OF S-RUNCTL  =  ZERO

               MOVE 90  TO  DORMANT-DAYS OF SELECT-DATA OF S-RUNCTL
           END-IF

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Access Certification started for Quarter: '
                   QTR-BEGIN-DT OF SELECT-DATA OF S-RUNCTL
                   ' to ' QTR-END-DT OF SELECT-DATA OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           IF RUN-MODE-APPLY OF S-RUNCTL

               PERFORM MB000-APPLY-DECISIONS
           ELSE
               IF RUN-MODE-REPORT OF S-RUNCTL

                   PERFORM MA000-REPORT-GRANTS
               ELSE
                   DISPLAY 'Run mode must be R (report) or A (apply '
                           'decisions): ' RUN-MODE OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               END-IF
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

                   DISPLAY 'Access Certification Run Control Missing.'
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
       MA000-REPORT-GRANTS SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           OPEN OUTPUT CERT-REPORT-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Certification report could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE QTR-BEGIN-DT OF SELECT-DATA OF S-RUNCTL
                   TO  CRT-QTR-BEGIN-DT
           MOVE QTR-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  CRT-QTR-END-DT
           WRITE CERT-REPORT-REC  FROM  W-CRT-TITLE

           MOVE COMPANY OF SELECT-DATA OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-GRANT
           MOVE QTR-BEGIN-DT OF SELECT-DATA OF S-RUNCTL
                   TO  QTR-BEGIN-DT OF BIND-DATA OF S-GRANT
           MOVE QTR-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  QTR-END-DT OF BIND-DATA OF S-GRANT
           MOVE DORMANT-DAYS OF SELECT-DATA OF S-RUNCTL
                   TO  DORMANT-DAYS OF BIND-DATA OF S-GRANT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-GRANT
                                   SQL-STMT OF S-GRANT
                                   BIND-SETUP OF S-GRANT
                                   BIND-DATA OF S-GRANT
                                   SELECT-SETUP OF S-GRANT
                                   SELECT-DATA OF S-GRANT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REPORT-GRANTS(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-GRANT

           PERFORM MA200-PRINT-ONE-GRANT
                   UNTIL FETCH-GRANT-END OF W-SW

           MOVE SPACE  TO  CERT-REPORT-REC
           WRITE CERT-REPORT-REC
           MOVE WK-GRANT-CNT OF W-WK     TO  CRO-GRANT-CNT
           MOVE WK-DORMANT-CNT OF W-WK   TO  CRO-DORMANT-CNT
           MOVE WK-CONFLICT-CNT OF W-WK  TO  CRO-CONFLICT-CNT
           WRITE CERT-REPORT-REC  FROM  W-CRT-TOTAL
           CLOSE CERT-REPORT-FILE

           MOVE WK-GRANT-CNT OF W-WK     TO  GRANT-CNT OF W-DSP
           MOVE WK-DORMANT-CNT OF W-WK   TO  DORMANT-CNT OF W-DSP
           MOVE WK-CONFLICT-CNT OF W-WK  TO  CONFLICT-CNT OF W-DSP
           DISPLAY 'Grants listed: ' GRANT-CNT OF W-DSP
                   '  Dormant: ' DORMANT-CNT OF W-DSP
                   '  Submit+run: ' CONFLICT-CNT OF W-DSP

           .
       REPORT-GRANTS-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-GRANT SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-GRANT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-GRANT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-GRANT-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-GRANT'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-GRANT-EXIT.


      /*****************************************************************
      *                                                                *
       MA200-PRINT-ONE-GRANT SECTION.
       MA200.
      *  Starts a company block, and a manager block within it, on     *
      *  each change, then prints the grant.                           *
      ******************************************************************

           IF FIRST-GRANT-YES OF W-SW
                   OR  COMPANY OF SELECT-DATA OF S-GRANT
                           NOT =  WK-LAST-COMPANY OF W-WK

               MOVE SPACE  TO  CERT-REPORT-REC
               WRITE CERT-REPORT-REC
               MOVE COMPANY OF SELECT-DATA OF S-GRANT  TO  CRC-COMPANY
               WRITE CERT-REPORT-REC  FROM  W-CRT-COMPANY
               MOVE COMPANY OF SELECT-DATA OF S-GRANT
                       TO  WK-LAST-COMPANY OF W-WK
               MOVE HIGH-VALUE  TO  WK-LAST-MANAGER OF W-WK
           END-IF

           IF MANAGER-OPRID OF S-GRANT  NOT =  WK-LAST-MANAGER OF W-WK

               MOVE SPACE  TO  CERT-REPORT-REC
               WRITE CERT-REPORT-REC
               MOVE MANAGER-OPRID OF S-GRANT  TO  CRM-MANAGER-OPRID
               WRITE CERT-REPORT-REC  FROM  W-CRT-MANAGER
               WRITE CERT-REPORT-REC  FROM  W-CRT-HEAD
               MOVE MANAGER-OPRID OF S-GRANT
                       TO  WK-LAST-MANAGER OF W-WK
           END-IF

           MOVE 'N'  TO  FIRST-GRANT-SW OF W-SW
           ADD 1  TO  WK-GRANT-CNT OF W-WK

           MOVE OPRID OF SELECT-DATA OF S-GRANT  TO  CRL-OPRID
           MOVE AUTH-FUNCTION OF SELECT-DATA OF S-GRANT
                   TO  CRL-AUTH-FUNCTION
           MOVE PAYGROUP OF SELECT-DATA OF S-GRANT  TO  CRL-PAYGROUP
           MOVE GRANT-DT OF S-GRANT  TO  CRL-GRANT-DT
           MOVE LAST-USED-DT OF S-GRANT  TO  CRL-LAST-USED-DT
           MOVE RUN-CNT OF S-GRANT  TO  CRL-RUN-CNT
           MOVE DENIAL-CNT OF S-GRANT  TO  CRL-DENIAL-CNT
           MOVE APPR-GIVEN-CNT OF S-GRANT  TO  CRL-APPR-GIVEN-CNT
           MOVE APPR-RECV-CNT OF S-GRANT  TO  CRL-APPR-RECV-CNT
           MOVE SPACE  TO  CRL-DORMANT
           MOVE SPACE  TO  CRL-CONFLICT

           IF GRANT-DORMANT OF S-GRANT

               MOVE 'DORMANT'  TO  CRL-DORMANT
               ADD 1  TO  WK-DORMANT-CNT OF W-WK
           END-IF

           IF GRANT-SUBMIT-AND-RUN OF S-GRANT

               MOVE 'SUBMIT+RUN'  TO  CRL-CONFLICT
               ADD 1  TO  WK-CONFLICT-CNT OF W-WK
           END-IF

           WRITE CERT-REPORT-REC  FROM  W-CRT-LINE

           PERFORM MA100-FETCH-GRANT

           .
       PRINT-ONE-GRANT-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-APPLY-DECISIONS SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           OPEN INPUT DECISION-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Decision file could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MB100-READ-DECISION

           PERFORM MB200-APPLY-ONE-DECISION
                   UNTIL DEC-EOF-YES OF W-SW

           CLOSE DECISION-FILE

           IF WK-CERTIFY-CNT OF W-WK  NOT =  ZERO
                   OR  WK-REVOKE-CNT OF W-WK  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'APPLY-DECISIONS(COMMIT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE WK-CERTIFY-CNT OF W-WK  TO  CERTIFY-CNT OF W-DSP
           MOVE WK-REVOKE-CNT OF W-WK   TO  REVOKE-CNT OF W-DSP
           MOVE WK-REJECT-CNT OF W-WK   TO  REJECT-CNT OF W-DSP
           DISPLAY 'Grants certified: ' CERTIFY-CNT OF W-DSP
                   '  Revoked: ' REVOKE-CNT OF W-DSP
                   '  Rejected: ' REJECT-CNT OF W-DSP

           .
       APPLY-DECISIONS-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-READ-DECISION SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           READ DECISION-FILE  INTO  W-DEC-REC
               AT END
                   SET DEC-EOF-YES OF W-SW  TO  TRUE
           END-READ

           .
       READ-DECISION-EXIT.


      /*****************************************************************
      *                                                                *
       MB200-APPLY-ONE-DECISION SECTION.
       MB200.
      *  The grant is looked up first so a decision for a grant that   *
      *  is not on file is called out instead of silently doing        *
      *  nothing.                                                      *
      ******************************************************************

           IF NOT DEC-CERTIFY OF W-DEC-REC
                   AND  NOT DEC-REVOKE OF W-DEC-REC

               DISPLAY 'Unknown decision code: '
                       DEC-DECISION OF W-DEC-REC
                       ' ' DEC-COMPANY OF W-DEC-REC
                       ' ' DEC-OPRID OF W-DEC-REC
                       ' ' DEC-AUTH-FUNCTION OF W-DEC-REC
               ADD 1  TO  WK-REJECT-CNT OF W-WK
               GO TO MB200-NEXT-POINT
           END-IF

           MOVE DEC-COMPANY OF W-DEC-REC
                   TO  COMPANY OF BIND-DATA OF S-GRNT1
           MOVE DEC-OPRID OF W-DEC-REC
                   TO  OPRID OF BIND-DATA OF S-GRNT1
           MOVE DEC-AUTH-FUNCTION OF W-DEC-REC
                   TO  AUTH-FUNCTION OF BIND-DATA OF S-GRNT1
           MOVE DEC-PAYGROUP OF W-DEC-REC
                   TO  PAYGROUP OF BIND-DATA OF S-GRNT1

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-GRNT1
                                   BIND-SETUP OF S-GRNT1
                                   BIND-DATA OF S-GRNT1
                                   SELECT-SETUP OF S-GRNT1
                                   SELECT-DATA OF S-GRNT1
           IF RTNCD-ERROR OF SQLRT

               MOVE 'APPLY-ONE-DECISION(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-GRNT1

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'APPLY-ONE-DECISION(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF NOT GRANT-ON-FILE OF S-GRNT1

               DISPLAY 'No grant on file for decision: '
                       DEC-DECISION OF W-DEC-REC
                       ' ' DEC-COMPANY OF W-DEC-REC
                       ' ' DEC-OPRID OF W-DEC-REC
                       ' ' DEC-AUTH-FUNCTION OF W-DEC-REC
                       ' ' DEC-PAYGROUP OF W-DEC-REC
               ADD 1  TO  WK-REJECT-CNT OF W-WK
               GO TO MB200-NEXT-POINT
           END-IF

           IF DEC-REVOKE OF W-DEC-REC

               MOVE SQL-STMT-REVOKE OF U-GRANT  TO  SQL-STMT OF U-GRANT
               ADD 1  TO  WK-REVOKE-CNT OF W-WK
           ELSE
               MOVE SQL-STMT-CERTIFY OF U-GRANT
                       TO  SQL-STMT OF U-GRANT
               ADD 1  TO  WK-CERTIFY-CNT OF W-WK
           END-IF

           MOVE DEC-COMPANY OF W-DEC-REC
                   TO  COMPANY OF BIND-DATA OF U-GRANT
           MOVE DEC-OPRID OF W-DEC-REC
                   TO  OPRID OF BIND-DATA OF U-GRANT
           MOVE DEC-AUTH-FUNCTION OF W-DEC-REC
                   TO  AUTH-FUNCTION OF BIND-DATA OF U-GRANT
           MOVE DEC-PAYGROUP OF W-DEC-REC
                   TO  PAYGROUP OF BIND-DATA OF U-GRANT
           MOVE QTR-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  QTR-END-DT OF BIND-DATA OF U-GRANT
           MOVE DEC-MANAGER-OPRID OF W-DEC-REC
                   TO  MANAGER-OPRID OF BIND-DATA OF U-GRANT
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF U-GRANT

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-GRANT
                                   BIND-SETUP OF U-GRANT
                                   BIND-DATA OF U-GRANT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'APPLY-ONE-DECISION(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE DEC-COMPANY OF W-DEC-REC
                   TO  COMPANY OF BIND-DATA OF I-CAUD
           MOVE DEC-OPRID OF W-DEC-REC
                   TO  OPRID OF BIND-DATA OF I-CAUD
           MOVE DEC-AUTH-FUNCTION OF W-DEC-REC
                   TO  AUTH-FUNCTION OF BIND-DATA OF I-CAUD
           MOVE DEC-PAYGROUP OF W-DEC-REC
                   TO  PAYGROUP OF BIND-DATA OF I-CAUD
           MOVE DEC-DECISION OF W-DEC-REC
                   TO  DECISION OF BIND-DATA OF I-CAUD
           MOVE DEC-MANAGER-OPRID OF W-DEC-REC
                   TO  MANAGER-OPRID OF BIND-DATA OF I-CAUD
           MOVE OPRID OF SQLRT
                   TO  APPLIED-OPRID OF BIND-DATA OF I-CAUD
           MOVE QTR-END-DT OF SELECT-DATA OF S-RUNCTL
                   TO  QTR-END-DT OF BIND-DATA OF I-CAUD
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-CAUD

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-CAUD
                                   BIND-SETUP OF I-CAUD
                                   BIND-DATA OF I-CAUD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'APPLY-ONE-DECISION(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       MB200-NEXT-POINT.

           PERFORM MB100-READ-DECISION

           .
       APPLY-ONE-DECISION-EXIT.


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
           DISPLAY 'Access Certification ended at '
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

           IF WK-REJECT-CNT OF W-WK  NOT =  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- access certification '
                       'decisions rejected; correct and resubmit.'
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
           DISPLAY 'Access Certification did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
