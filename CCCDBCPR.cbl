       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCDBCPR.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *     CCCDBCPR - DAVIS-BACON CERTIFIED PAYROLL (WH-347)          *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- weekly certified payroll for one    *
      *       prevailing-wage project: each worker the distribution    *
      *       rules fund from the project, with daily and weekly       *
      *       hours, rates, gross (all work and project share),        *
      *       deductions and net, checked against the project's        *
      *       prevailing wage determination, followed by the           *
      *       statement of compliance page and, optionally, the        *
      *       agency upload file.  Replaces assembling the WH-347      *
      *       from time cards by hand.                                 *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * FOR ONE COMPANY, PROJECT AND WORK WEEK (SEVEN DAYS ENDING ON   *
      * THE RUN CONTROL'S WEEK END DATE) THE WORKERS ARE THE           *
      * EMPLOYEES WHOSE DISTRIBUTION RULE, EFFECTIVE ON THE WEEK END   *
      * DATE, SPLITS A PERCENT OF THEIR PAY TO THE PROJECT -- THE      *
      * SAME RULES CCCGLINT EXPLODES THE JOURNAL THROUGH.  ONE LINE    *
      * PER WORKER AND PREVAILING WAGE CLASSIFICATION WORKED:          *
      *   - HOURS CHARGED TO THE PROJECT ON EACH DAY OF THE WEEK, AND  *
      *     THE WEEK'S STRAIGHT TIME AND OVERTIME HOURS                *
      *   - STRAIGHT TIME AND OVERTIME RATES AND THE HOURLY FRINGE     *
      *     CREDIT (PLAN CONTRIBUTIONS PLUS ANY CASH IN LIEU)          *
      *   - GROSS FOR ALL WORK AND THE PROJECT SHARE (GROSS TIMES THE  *
      *     RULE PERCENT), DEDUCTIONS AND NET FROM THE CONFIRMED PAY   *
      *     FOR THE WEEK                                               *
      *                                                                *
      * EACH LINE IS CHECKED AGAINST THE PROJECT'S WAGE DETERMINATION  *
      * FOR THE CLASSIFICATION AS OF THE WEEK END DATE.  THE WORKER    *
      * IS UNDERPAID WHEN THE STRAIGHT TIME RATE IS BELOW THE          *
      * PREVAILING BASIC RATE, WHEN RATE PLUS FRINGE IS BELOW THE      *
      * PREVAILING BASIC RATE PLUS FRINGE, OR WHEN OVERTIME RATE PLUS  *
      * FRINGE IS BELOW ONE AND A HALF TIMES THE PREVAILING BASIC      *
      * RATE PLUS FRINGE; THE SHORTFALL TIMES THE HOURS IS THE         *
      * RESTITUTION DUE.  A CLASSIFICATION WITH NO DETERMINATION ON    *
      * FILE IS FLAGGED FOR A CONFORMANCE REQUEST.  ANY UNDERPAYMENT   *
      * OR MISSING DETERMINATION HOLDS THE RUN UNSUCCESSFUL SO THE     *
      * PAYROLL IS NOT CERTIFIED UNTIL IT IS CORRECTED.                *
      *                                                                *
      * THE STATEMENT OF COMPLIANCE PAGE FOLLOWS, NAMING THE SIGNER,   *
      * THE FRINGE PAYMENT METHOD AND LISTING EVERY FLAGGED LINE AS    *
      * AN EXCEPTION.  WITH THE UPLOAD OPTION THE SAME LINES GO TO     *
      * THE DBUPLOAD FILE (H HEADER, D ONE PER LINE, T TRAILER),       *
      * REGISTERED THROUGH CCCIFREG.                                   *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT DB-UPLOAD-FILE      ASSIGN TO  'DBUPLOAD'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  DB-UPLOAD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.

       01  DB-UPLOAD-REC               PIC X(250).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCDBCPR'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-DAY-IDX              PIC 9       COMP  VALUE ZERO.
           02  WK-ROW-FLAG             PIC X       VALUE SPACE.
               88  WK-ROW-OK                       VALUE SPACE.
               88  WK-ROW-UNDERPAID                VALUE 'U'.
               88  WK-ROW-NO-DETERM                VALUE 'N'.
           02  WK-ROW-HRS              PIC S9(5)V99  COMP-3 VALUE ZERO.
           02  WK-PROJ-GROSS           PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-DED-TOT              PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-PAID-RATE            PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-REQ-RATE             PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-OT-PAID-RATE         PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-OT-REQ-RATE          PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-RATE-DIFF            PIC S9(5)V9(4) COMP-3 VALUE ZERO.
           02  WK-SHORT-AMT            PIC S9(9)V99  COMP-3 VALUE ZERO.
           02  WK-SHORT-WORK           PIC S9(9)V99  COMP-3 VALUE ZERO.

      *    Project totals.
           02  WK-LINE-CNT             PIC 9(5)    COMP  VALUE ZERO.
           02  WK-UNDERPAID-CNT        PIC 9(5)    COMP  VALUE ZERO.
           02  WK-NO-DETERM-CNT        PIC 9(5)    COMP  VALUE ZERO.
           02  WK-DETAIL-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-PROJ-HRS-TOT         PIC S9(7)V99  COMP-3 VALUE ZERO.
           02  WK-PROJ-GROSS-TOT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-ALL-GROSS-TOT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-NET-TOT              PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-SHORT-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Flagged lines kept for the exceptions on the statement of
      *    compliance page.
           02  WK-EXC-CNT              PIC 999     COMP  VALUE ZERO.
           02  WK-EXC-MAX              PIC 999     COMP  VALUE 300.
           02  WK-EXC-IDX              PIC 999     COMP  VALUE ZERO.
           02  WK-EXC-ENTRY            OCCURS 300.
               03  WK-EXC-NAME         PIC X(30).
               03  WK-EXC-CLASS        PIC X(10).
               03  WK-EXC-FLAG         PIC X.
                   88  WK-EXC-UNDERPAID            VALUE 'U'.
               03  WK-EXC-SHORT-AMT    PIC S9(9)V99  COMP-3.


      *    Plain YYYYMMDD image of a table-form (YYYY-MM-DD) date.
       01  W-DATE-8.
           02  WK-DATE-IN.
               03  WK-DI-YR            PIC X(4).
               03  FILLER              PIC X.
               03  WK-DI-MO            PIC XX.
               03  FILLER              PIC X.
               03  WK-DI-DAY           PIC XX.
           02  WK-DATE-8.
               03  WK-D8-YR            PIC X(4).
               03  WK-D8-MO            PIC XX.
               03  WK-D8-DAY           PIC XX.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  PAYROLL-NO-OUT          PIC ZZZZ9.
           02  HRS-LINE.
               03  HRS-DAY-OUT         PIC ZZZ9.99 OCCURS 7.
           02  HRS-OUT                 PIC ZZZ9.99.
           02  HRS-TOT-OUT             PIC Z,ZZZ,ZZ9.99.
           02  RATE-OUT                PIC ZZ9.9999.
           02  OT-RATE-OUT             PIC ZZ9.9999.
           02  FRINGE-OUT              PIC ZZ9.9999.
           02  PREV-RATE-OUT           PIC ZZ9.9999.
           02  PREV-FRINGE-OUT         PIC ZZ9.9999.
           02  PCT-OUT                 PIC ZZ9.99.
           02  AMT-OUT                 PIC ZZZ,ZZ9.99-.
           02  PROJ-AMT-OUT            PIC ZZZ,ZZ9.99-.
           02  FICA-OUT                PIC ZZ,ZZ9.99-.
           02  FWT-OUT                 PIC ZZ,ZZ9.99-.
           02  SWT-OUT                 PIC ZZ,ZZ9.99-.
           02  OTH-OUT                 PIC ZZ,ZZ9.99-.
           02  DED-OUT                 PIC ZZZ,ZZ9.99-.
           02  NET-OUT                 PIC ZZZ,ZZ9.99-.
           02  TOT-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-WORKER-SW         PIC X       VALUE SPACE.
               88  FETCH-WORKER-END                VALUE 'E'.
           02  WK-CERTIFY-SW           PIC X       VALUE 'Y'.
               88  WK-CERTIFY-YES                  VALUE 'Y'.
               88  WK-CERTIFY-NO                   VALUE 'N'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Interface File Register                                    *
      ******************************************************************

           COPY CCCIFWK.


      /*****************************************************************
      *            AGENCY UPLOAD FILE RECORD IMAGES                    *
      *  Fixed 250-byte records: H header, D one per worker and        *
      *  classification, T trailer.  Hours carry two decimals and      *
      *  rates four, implied; amounts are unsigned with two implied    *
      *  decimals, right-justified zero-filled; dates are YYYYMMDD.    *
      ******************************************************************
       01  W-DB-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  DH-COMPANY              PIC X(10).
           02  DH-PROJECT-ID           PIC X(15).
           02  DH-CONTRACT-NO          PIC X(20).
           02  DH-WEEK-BEGIN-DT        PIC X(8).
           02  DH-WEEK-END-DT          PIC X(8).
           02  DH-PAYROLL-NO           PIC 9(5).
           02  DH-FINAL-PAYROLL        PIC X.
           02  DH-FRINGE-METHOD        PIC X.
           02  FILLER                  PIC X(181)  VALUE SPACE.

       01  W-DB-DTL.
           02  FILLER                  PIC X       VALUE 'D'.
           02  DD-EMPLID               PIC X(20).
           02  DD-SSN-LAST4            PIC X(4).
           02  DD-NAME                 PIC X(30).
           02  DD-WORK-CLASS           PIC X(10).
           02  DD-DAY-HRS              PIC 9(3)V99 OCCURS 7.
           02  DD-ST-HRS               PIC 9(3)V99.
           02  DD-OT-HRS               PIC 9(3)V99.
           02  DD-ST-RATE              PIC 9(3)V9(4).
           02  DD-OT-RATE              PIC 9(3)V9(4).
           02  DD-FRINGE-RATE          PIC 9(3)V9(4).
           02  DD-ALL-GROSS            PIC 9(9)V99.
           02  DD-PROJ-GROSS           PIC 9(9)V99.
           02  DD-FICA-AMT             PIC 9(9)V99.
           02  DD-FWT-AMT              PIC 9(9)V99.
           02  DD-SWT-AMT              PIC 9(9)V99.
           02  DD-OTHER-DED-AMT        PIC 9(9)V99.
           02  DD-NET-AMT              PIC 9(9)V99.
           02  DD-FLAG                 PIC X.
           02  FILLER                  PIC X(57)   VALUE SPACE.

       01  W-DB-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  DT-DETAIL-CNT           PIC 9(7).
           02  DT-HRS-TOTAL            PIC 9(7)V99.
           02  DT-PROJ-GROSS-TOTAL     PIC 9(11)V99.
           02  FILLER                  PIC X(220)  VALUE SPACE.


      /*****************************************************************
      *            CERTIFIED PAYROLL RUN CONTROL BUFFER AND STMT       *
      *  PAYROLL-NO is the contractor's sequential certified payroll   *
      *  number for the project; FINAL-PAYROLL marks the last one.     *
      *  FRINGE-METHOD is how fringes are met for the compliance       *
      *  statement: P paid to approved plans, C paid in cash, B both.  *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDBCPR_S_RUNCTL'.

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
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PROJECT-ID          PIC X(15).
               03  WEEK-END-DT         PIC X(10).
               03  PAYROLL-NO          PIC 99999               COMP.
               03  FINAL-PAYROLL       PIC X.
                   88  FINAL-PAYROLL-YES           VALUE 'Y'.
               03  FRINGE-METHOD       PIC X.
                   88  FRINGE-PAID-TO-PLANS        VALUE 'P'.
                   88  FRINGE-PAID-IN-CASH         VALUE 'C'.
                   88  FRINGE-PAID-BOTH            VALUE 'B'.
               03  SIGNER-NAME         PIC X(30).
               03  SIGNER-TITLE        PIC X(30).
               03  UPLOAD-FILE         PIC X.
                   88  UPLOAD-FILE-YES             VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDBCPR_D_RUNCTL'.

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
                                                   'CCCDBCPR_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PROJECT  BUFFER AND STMT                                      *
      *  The project's contract header and the company name that       *
      *  signs as contractor; WEEK-BEGIN-DT is six days before the     *
      *  week end date.  No row when the project is not on file or is  *
      *  not flagged as a prevailing-wage project.                     *
      ******************************************************************
       01  S-PROJECT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDBCPR_S_PROJECT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PROJECT-ID          PIC X(15).
               03  WEEK-END-DT         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PROJECT-DESCR       PIC X(30).
               03  CONTRACT-NO         PIC X(20).
               03  PROJECT-LOCATION    PIC X(30).
               03  CONTRACTOR-NAME     PIC X(40).
               03  WEEK-BEGIN-DT       PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PROJECT WORKERS  BUFFER AND STMT                              *
      *  One row per worker and prevailing wage classification for     *
      *  the week, ordered by classification and worker name.  The     *
      *  workers are those whose distribution rule effective on the    *
      *  week end date carries a split to the project; DIST-PCT is     *
      *  that split.  DAY-HRS are the hours reported to the project    *
      *  on each day of the week, first day first; ST-HRS and OT-HRS   *
      *  the week's straight time and overtime project hours.          *
      *  FRINGE-RATE is the hourly credit for plan contributions plus  *
      *  cash in lieu.  The amounts are the confirmed pay for the      *
      *  week (apportioned by hours when the pay period is longer      *
      *  than a week).  PREV-BASE-RATE and PREV-FRINGE-RATE come       *
      *  from the project's wage determination for the                 *
      *  classification as of the week end date; PREV-FOUND is N when  *
      *  the determination has no such classification.                 *
      ******************************************************************
       01  S-WORKER.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCDBCPR_S_WORKER'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PROJECT-ID          PIC X(15).
               03  WEEK-BEGIN-DT       PIC X(10).
               03  WEEK-END-DT         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(30).
               03  SSN-LAST4           PIC X(4).
               03  WORK-CLASS          PIC X(10).
               03  DAY-HRS             PIC S9(3)V99            COMP-3
                                       OCCURS 7.
               03  ST-HRS              PIC S9(3)V99            COMP-3.
               03  OT-HRS              PIC S9(3)V99            COMP-3.
               03  ST-RATE             PIC S9(3)V9(4)          COMP-3.
               03  OT-RATE             PIC S9(3)V9(4)          COMP-3.
               03  FRINGE-RATE         PIC S9(3)V9(4)          COMP-3.
               03  DIST-PCT            PIC S9(3)V99            COMP-3.
               03  ALL-GROSS           PIC S9(9)V99            COMP-3.
               03  FICA-AMT            PIC S9(9)V99            COMP-3.
               03  FWT-AMT             PIC S9(9)V99            COMP-3.
               03  SWT-AMT             PIC S9(9)V99            COMP-3.
               03  OTHER-DED-AMT       PIC S9(9)V99            COMP-3.
               03  NET-AMT             PIC S9(9)V99            COMP-3.
               03  PREV-BASE-RATE      PIC S9(3)V9(4)          COMP-3.
               03  PREV-FRINGE-RATE    PIC S9(3)V9(4)          COMP-3.
               03  PREV-FOUND          PIC X.
                   88  PREV-FOUND-YES              VALUE 'Y'.
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
           DISPLAY 'Davis-Bacon Certified Payroll started for '
                   'Company: ' COMPANY OF S-RUNCTL
           DISPLAY '                                    Project: '
                   PROJECT-ID OF S-RUNCTL
                   '  Week Ending: ' WEEK-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM MA000-SELECT-PROJECT

           PERFORM MB000-BUILD-PAYROLL

           PERFORM NA000-PRINT-COMPLIANCE

           IF UPLOAD-FILE-YES OF S-RUNCTL

               PERFORM NB000-REGISTER-INTERFACE
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

                   DISPLAY 'Certified Payroll Run Control Missing.'
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
       MA000-SELECT-PROJECT SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-PROJECT
           MOVE PROJECT-ID OF S-RUNCTL
                   TO  PROJECT-ID OF BIND-DATA OF S-PROJECT
           MOVE WEEK-END-DT OF S-RUNCTL
                   TO  WEEK-END-DT OF BIND-DATA OF S-PROJECT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-PROJECT
                                   BIND-SETUP OF S-PROJECT
                                   BIND-DATA OF S-PROJECT
                                   SELECT-SETUP OF S-PROJECT
                                   SELECT-DATA OF S-PROJECT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-PROJECT(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-PROJECT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Project ' PROJECT-ID OF S-RUNCTL
                           ' is not on file as a prevailing wage '
                           'project for Company: ' COMPANY OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   MOVE 'SELECT-PROJECT'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-PROJECT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-PROJECT-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-BUILD-PAYROLL SECTION.
       MB000.
      *  The WH-347 payroll page: header, one entry per worker and     *
      *  classification, and the project totals.                       *
      ******************************************************************

           IF UPLOAD-FILE-YES OF S-RUNCTL

               OPEN OUTPUT DB-UPLOAD-FILE

               IF NOT WK-FILE-STATUS-OK OF W-WK

                   DISPLAY 'Davis-Bacon upload file could not be '
                           'opened, status: ' WK-FILE-STATUS OF W-WK
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               END-IF

               MOVE COMPANY OF S-RUNCTL     TO  DH-COMPANY
               MOVE PROJECT-ID OF S-RUNCTL  TO  DH-PROJECT-ID
               MOVE CONTRACT-NO OF S-PROJECT  TO  DH-CONTRACT-NO
               MOVE WEEK-BEGIN-DT OF S-PROJECT
                       TO  WK-DATE-IN OF W-DATE-8
               PERFORM XH000-FORMAT-DATE-8
               MOVE WK-DATE-8 OF W-DATE-8  TO  DH-WEEK-BEGIN-DT
               MOVE WEEK-END-DT OF S-RUNCTL  TO  WK-DATE-IN OF W-DATE-8
               PERFORM XH000-FORMAT-DATE-8
               MOVE WK-DATE-8 OF W-DATE-8  TO  DH-WEEK-END-DT
               MOVE PAYROLL-NO OF S-RUNCTL  TO  DH-PAYROLL-NO
               MOVE FINAL-PAYROLL OF S-RUNCTL  TO  DH-FINAL-PAYROLL
               MOVE FRINGE-METHOD OF S-RUNCTL  TO  DH-FRINGE-METHOD

               WRITE DB-UPLOAD-REC  FROM  W-DB-HDR
           END-IF

           MOVE PAYROLL-NO OF S-RUNCTL  TO  PAYROLL-NO-OUT OF W-DSP
           DISPLAY ' '
           DISPLAY 'PAYROLL  (WH-347)'
           DISPLAY 'Contractor:   ' CONTRACTOR-NAME OF S-PROJECT
           DISPLAY 'Payroll No.:  ' PAYROLL-NO-OUT OF W-DSP
           IF FINAL-PAYROLL-YES OF S-RUNCTL

               DISPLAY '              FINAL PAYROLL'
           END-IF
           DISPLAY 'Week Ending:  ' WEEK-END-DT OF S-RUNCTL
                   '  (from ' WEEK-BEGIN-DT OF S-PROJECT ')'
           DISPLAY 'Project:      ' PROJECT-ID OF S-RUNCTL
                   ' ' PROJECT-DESCR OF S-PROJECT
           DISPLAY 'Location:     ' PROJECT-LOCATION OF S-PROJECT
           DISPLAY 'Contract No.: ' CONTRACT-NO OF S-PROJECT
           DISPLAY ' '
           DISPLAY 'Worker                         SSN  Class     '
                   '   Day 1  Day 2  Day 3  Day 4  Day 5  Day 6'
                   '  Day 7    Total'
           DISPLAY '     ST Rate  OT Rate   Fringe  Gross All Wk'
                   '  Project Shr    Pct      FICA  With Tax'
                   '  State Tax     Other  Total Deduct     Net Pay'

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-WORKER
           MOVE PROJECT-ID OF S-RUNCTL
                   TO  PROJECT-ID OF BIND-DATA OF S-WORKER
           MOVE WEEK-BEGIN-DT OF S-PROJECT
                   TO  WEEK-BEGIN-DT OF BIND-DATA OF S-WORKER
           MOVE WEEK-END-DT OF S-RUNCTL
                   TO  WEEK-END-DT OF BIND-DATA OF S-WORKER

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-WORKER
                                   SQL-STMT OF S-WORKER
                                   BIND-SETUP OF S-WORKER
                                   BIND-DATA OF S-WORKER
                                   SELECT-SETUP OF S-WORKER
                                   SELECT-DATA OF S-WORKER
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-PAYROLL(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MB100-FETCH-WORKER

           PERFORM MC000-PROCESS-WORKER
                   UNTIL FETCH-WORKER-END OF W-SW

           DISPLAY ' '
           MOVE WK-LINE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Worker lines:                 ' CNT-OUT OF W-DSP
           MOVE WK-PROJ-HRS-TOT OF W-WK  TO  HRS-TOT-OUT OF W-DSP
           DISPLAY 'Project hours:              ' HRS-TOT-OUT OF W-DSP
           MOVE WK-ALL-GROSS-TOT OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY 'Gross, all work:         ' TOT-OUT OF W-DSP
           MOVE WK-PROJ-GROSS-TOT OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY 'Gross, this project:     ' TOT-OUT OF W-DSP
           MOVE WK-NET-TOT OF W-WK  TO  TOT-OUT OF W-DSP
           DISPLAY 'Net pay:                 ' TOT-OUT OF W-DSP

           IF WK-UNDERPAID-CNT OF W-WK  NOT =  ZERO

               MOVE WK-UNDERPAID-CNT OF W-WK  TO  CNT-OUT OF W-DSP
               DISPLAY 'Lines paid below prevailing wage: '
                       CNT-OUT OF W-DSP
               MOVE WK-SHORT-TOT OF W-WK  TO  TOT-OUT OF W-DSP
               DISPLAY 'Restitution due:         ' TOT-OUT OF W-DSP
           END-IF

           IF WK-NO-DETERM-CNT OF W-WK  NOT =  ZERO

               MOVE WK-NO-DETERM-CNT OF W-WK  TO  CNT-OUT OF W-DSP
               DISPLAY 'Lines with no wage determination:  '
                       CNT-OUT OF W-DSP
           END-IF

           IF UPLOAD-FILE-YES OF S-RUNCTL

               MOVE WK-DETAIL-CNT OF W-WK  TO  DT-DETAIL-CNT
               MOVE WK-PROJ-HRS-TOT OF W-WK  TO  DT-HRS-TOTAL
               MOVE WK-PROJ-GROSS-TOT OF W-WK  TO  DT-PROJ-GROSS-TOTAL

               WRITE DB-UPLOAD-REC  FROM  W-DB-TRL

               CLOSE DB-UPLOAD-FILE
           END-IF

           .
       BUILD-PAYROLL-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-FETCH-WORKER SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-WORKER

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-WORKER
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-WORKER-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-WORKER(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-WORKER-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-PROCESS-WORKER SECTION.
       MC000.
      *                                                                *
      ******************************************************************

           COMPUTE WK-ROW-HRS OF W-WK
                   =  ST-HRS OF S-WORKER  +  OT-HRS OF S-WORKER
           COMPUTE WK-PROJ-GROSS OF W-WK  ROUNDED
                   =  ALL-GROSS OF S-WORKER  *  DIST-PCT OF S-WORKER
                   /  100
           COMPUTE WK-DED-TOT OF W-WK
                   =  FICA-AMT OF S-WORKER
                   +  FWT-AMT OF S-WORKER
                   +  SWT-AMT OF S-WORKER
                   +  OTHER-DED-AMT OF S-WORKER

           PERFORM MD000-CHECK-PREVAILING

           MOVE SPACE  TO  HRS-LINE OF W-DSP
           PERFORM MC100-EDIT-DAY-HRS
                   VARYING WK-DAY-IDX OF W-WK  FROM 1  BY 1
                   UNTIL WK-DAY-IDX OF W-WK  >  7
           MOVE WK-ROW-HRS OF W-WK  TO  HRS-OUT OF W-DSP

           DISPLAY NAME OF S-WORKER
                   ' ' SSN-LAST4 OF S-WORKER
                   ' ' WORK-CLASS OF S-WORKER
                   HRS-LINE OF W-DSP
                   ' ' HRS-OUT OF W-DSP

           MOVE ST-RATE OF S-WORKER      TO  RATE-OUT OF W-DSP
           MOVE OT-RATE OF S-WORKER      TO  OT-RATE-OUT OF W-DSP
           MOVE FRINGE-RATE OF S-WORKER  TO  FRINGE-OUT OF W-DSP
           MOVE ALL-GROSS OF S-WORKER    TO  AMT-OUT OF W-DSP
           MOVE WK-PROJ-GROSS OF W-WK    TO  PROJ-AMT-OUT OF W-DSP
           MOVE DIST-PCT OF S-WORKER     TO  PCT-OUT OF W-DSP
           MOVE FICA-AMT OF S-WORKER     TO  FICA-OUT OF W-DSP
           MOVE FWT-AMT OF S-WORKER      TO  FWT-OUT OF W-DSP
           MOVE SWT-AMT OF S-WORKER      TO  SWT-OUT OF W-DSP
           MOVE OTHER-DED-AMT OF S-WORKER  TO  OTH-OUT OF W-DSP
           MOVE WK-DED-TOT OF W-WK       TO  DED-OUT OF W-DSP
           MOVE NET-AMT OF S-WORKER      TO  NET-OUT OF W-DSP

           DISPLAY '    ' RATE-OUT OF W-DSP
                   ' ' OT-RATE-OUT OF W-DSP
                   ' ' FRINGE-OUT OF W-DSP
                   '  ' AMT-OUT OF W-DSP
                   '  ' PROJ-AMT-OUT OF W-DSP
                   ' ' PCT-OUT OF W-DSP
                   ' ' FICA-OUT OF W-DSP
                   ' ' FWT-OUT OF W-DSP
                   ' ' SWT-OUT OF W-DSP
                   ' ' OTH-OUT OF W-DSP
                   '   ' DED-OUT OF W-DSP
                   ' ' NET-OUT OF W-DSP

           IF WK-ROW-UNDERPAID OF W-WK

               MOVE PREV-BASE-RATE OF S-WORKER
                       TO  PREV-RATE-OUT OF W-DSP
               MOVE PREV-FRINGE-RATE OF S-WORKER
                       TO  PREV-FRINGE-OUT OF W-DSP
               MOVE WK-SHORT-AMT OF W-WK  TO  AMT-OUT OF W-DSP
               DISPLAY '    *** UNDERPAID -- prevailing rate '
                       PREV-RATE-OUT OF W-DSP
                       ' + fringe ' PREV-FRINGE-OUT OF W-DSP
                       '; restitution due ' AMT-OUT OF W-DSP
           END-IF

           IF WK-ROW-NO-DETERM OF W-WK

               DISPLAY '    *** NO WAGE DETERMINATION for class '
                       WORK-CLASS OF S-WORKER
                       ' -- conformance request needed'
           END-IF

           ADD 1  TO  WK-LINE-CNT OF W-WK
           ADD WK-ROW-HRS OF W-WK  TO  WK-PROJ-HRS-TOT OF W-WK
           ADD ALL-GROSS OF S-WORKER  TO  WK-ALL-GROSS-TOT OF W-WK
           ADD WK-PROJ-GROSS OF W-WK  TO  WK-PROJ-GROSS-TOT OF W-WK
           ADD NET-AMT OF S-WORKER  TO  WK-NET-TOT OF W-WK

           IF UPLOAD-FILE-YES OF S-RUNCTL

               PERFORM ME000-WRITE-UPLOAD-DTL
           END-IF

           PERFORM MB100-FETCH-WORKER

           .
       PROCESS-WORKER-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-EDIT-DAY-HRS SECTION.
       MC100.
      *                                                                *
      ******************************************************************

           MOVE DAY-HRS OF S-WORKER (WK-DAY-IDX OF W-WK)
                   TO  HRS-DAY-OUT OF W-DSP (WK-DAY-IDX OF W-WK)

           .
       EDIT-DAY-HRS-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-CHECK-PREVAILING SECTION.
       MD000.
      *  Straight time: the larger of the basic rate shortfall and     *
      *  the rate-plus-fringe shortfall, per straight time hour.       *
      *  Overtime: one and a half times the prevailing basic rate      *
      *  plus the prevailing fringe, against overtime rate plus        *
      *  fringe, per overtime hour.  Flagged lines are kept for the    *
      *  compliance page exceptions.                                   *
      ******************************************************************

           SET WK-ROW-OK OF W-WK  TO  TRUE
           MOVE ZERO  TO  WK-SHORT-AMT OF W-WK

           IF NOT PREV-FOUND-YES OF S-WORKER

               SET WK-ROW-NO-DETERM OF W-WK  TO  TRUE
               ADD 1  TO  WK-NO-DETERM-CNT OF W-WK
               SET WK-CERTIFY-NO OF W-SW  TO  TRUE
               PERFORM MD100-KEEP-EXCEPTION
               GO TO CHECK-PREVAILING-EXIT
           END-IF

           COMPUTE WK-PAID-RATE OF W-WK
                   =  ST-RATE OF S-WORKER  +  FRINGE-RATE OF S-WORKER
           COMPUTE WK-REQ-RATE OF W-WK
                   =  PREV-BASE-RATE OF S-WORKER
                   +  PREV-FRINGE-RATE OF S-WORKER

           COMPUTE WK-RATE-DIFF OF W-WK
                   =  WK-REQ-RATE OF W-WK  -  WK-PAID-RATE OF W-WK

           IF PREV-BASE-RATE OF S-WORKER  -  ST-RATE OF S-WORKER
                   >  WK-RATE-DIFF OF W-WK

               COMPUTE WK-RATE-DIFF OF W-WK
                       =  PREV-BASE-RATE OF S-WORKER
                       -  ST-RATE OF S-WORKER
           END-IF

           IF WK-RATE-DIFF OF W-WK  >  ZERO

               COMPUTE WK-SHORT-WORK OF W-WK  ROUNDED
                       =  WK-RATE-DIFF OF W-WK  *  ST-HRS OF S-WORKER
               ADD WK-SHORT-WORK OF W-WK  TO  WK-SHORT-AMT OF W-WK
           END-IF

           IF OT-HRS OF S-WORKER  >  ZERO

               COMPUTE WK-OT-REQ-RATE OF W-WK
                       =  PREV-BASE-RATE OF S-WORKER  *  1.5
                       +  PREV-FRINGE-RATE OF S-WORKER
               COMPUTE WK-OT-PAID-RATE OF W-WK
                       =  OT-RATE OF S-WORKER
                       +  FRINGE-RATE OF S-WORKER

               IF WK-OT-PAID-RATE OF W-WK  <  WK-OT-REQ-RATE OF W-WK

                   COMPUTE WK-SHORT-WORK OF W-WK  ROUNDED
                           =  (WK-OT-REQ-RATE OF W-WK
                              -  WK-OT-PAID-RATE OF W-WK)
                           *  OT-HRS OF S-WORKER
                   ADD WK-SHORT-WORK OF W-WK  TO  WK-SHORT-AMT OF W-WK
               END-IF
           END-IF

           IF WK-SHORT-AMT OF W-WK  >  ZERO

               SET WK-ROW-UNDERPAID OF W-WK  TO  TRUE
               ADD 1  TO  WK-UNDERPAID-CNT OF W-WK
               ADD WK-SHORT-AMT OF W-WK  TO  WK-SHORT-TOT OF W-WK
               SET WK-CERTIFY-NO OF W-SW  TO  TRUE
               PERFORM MD100-KEEP-EXCEPTION
           END-IF

           .
       CHECK-PREVAILING-EXIT.


      /*****************************************************************
      *                                                                *
       MD100-KEEP-EXCEPTION SECTION.
       MD100.
      *  Past the table's size the line is still flagged and counted   *
      *  on the payroll page; the compliance page notes the overflow.  *
      ******************************************************************

           IF WK-EXC-CNT OF W-WK  NOT <  WK-EXC-MAX OF W-WK

               GO TO KEEP-EXCEPTION-EXIT
           END-IF

           ADD 1  TO  WK-EXC-CNT OF W-WK
           MOVE NAME OF S-WORKER
                   TO  WK-EXC-NAME OF W-WK (WK-EXC-CNT OF W-WK)
           MOVE WORK-CLASS OF S-WORKER
                   TO  WK-EXC-CLASS OF W-WK (WK-EXC-CNT OF W-WK)
           MOVE WK-ROW-FLAG OF W-WK
                   TO  WK-EXC-FLAG OF W-WK (WK-EXC-CNT OF W-WK)
           MOVE WK-SHORT-AMT OF W-WK
                   TO  WK-EXC-SHORT-AMT OF W-WK (WK-EXC-CNT OF W-WK)

           .
       KEEP-EXCEPTION-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-WRITE-UPLOAD-DTL SECTION.
       ME000.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF S-WORKER      TO  DD-EMPLID
           MOVE SSN-LAST4 OF S-WORKER   TO  DD-SSN-LAST4
           MOVE NAME OF S-WORKER        TO  DD-NAME
           MOVE WORK-CLASS OF S-WORKER  TO  DD-WORK-CLASS

           PERFORM ME100-MOVE-DAY-HRS
                   VARYING WK-DAY-IDX OF W-WK  FROM 1  BY 1
                   UNTIL WK-DAY-IDX OF W-WK  >  7

           MOVE ST-HRS OF S-WORKER       TO  DD-ST-HRS
           MOVE OT-HRS OF S-WORKER       TO  DD-OT-HRS
           MOVE ST-RATE OF S-WORKER      TO  DD-ST-RATE
           MOVE OT-RATE OF S-WORKER      TO  DD-OT-RATE
           MOVE FRINGE-RATE OF S-WORKER  TO  DD-FRINGE-RATE
           MOVE ALL-GROSS OF S-WORKER    TO  DD-ALL-GROSS
           MOVE WK-PROJ-GROSS OF W-WK    TO  DD-PROJ-GROSS
           MOVE FICA-AMT OF S-WORKER     TO  DD-FICA-AMT
           MOVE FWT-AMT OF S-WORKER      TO  DD-FWT-AMT
           MOVE SWT-AMT OF S-WORKER      TO  DD-SWT-AMT
           MOVE OTHER-DED-AMT OF S-WORKER  TO  DD-OTHER-DED-AMT
           MOVE NET-AMT OF S-WORKER      TO  DD-NET-AMT
           MOVE WK-ROW-FLAG OF W-WK      TO  DD-FLAG

           WRITE DB-UPLOAD-REC  FROM  W-DB-DTL

           ADD 1  TO  WK-DETAIL-CNT OF W-WK

           .
       WRITE-UPLOAD-DTL-EXIT.


      /*****************************************************************
      *                                                                *
       ME100-MOVE-DAY-HRS SECTION.
       ME100.
      *                                                                *
      ******************************************************************

           MOVE DAY-HRS OF S-WORKER (WK-DAY-IDX OF W-WK)
                   TO  DD-DAY-HRS (WK-DAY-IDX OF W-WK)

           .
       MOVE-DAY-HRS-EXIT.


      /*****************************************************************
      *                                                                *
       NA000-PRINT-COMPLIANCE SECTION.
       NA000.
      *  The statement of compliance page.  The fringe method boxes    *
      *  come from the run control; every flagged line is listed as    *
      *  an exception under 4(c).                                      *
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'STATEMENT OF COMPLIANCE'
           DISPLAY ' '

           IF WK-CERTIFY-NO OF W-SW

               DISPLAY '*** DO NOT SIGN -- resolve the exceptions '
                       'listed under 4(c) and rerun before this '
                       'payroll is certified. ***'
               DISPLAY ' '
           END-IF

           DISPLAY 'I, ' SIGNER-NAME OF S-RUNCTL
                   ', ' SIGNER-TITLE OF S-RUNCTL
                   ', do hereby state:'
           DISPLAY ' '
           DISPLAY '(1) That I pay or supervise the payment of the '
                   'persons employed by'
           DISPLAY '    ' CONTRACTOR-NAME OF S-PROJECT
           DISPLAY '    on the ' PROJECT-DESCR OF S-PROJECT
                   '; that during the payroll period commencing on'
           DISPLAY '    ' WEEK-BEGIN-DT OF S-PROJECT
                   ' and ending ' WEEK-END-DT OF S-RUNCTL
                   ', all persons employed on said project have been'
           DISPLAY '    paid the full weekly wages earned, that no '
                   'rebates have been or will be made either'
           DISPLAY '    directly or indirectly to or on behalf of '
                   'said contractor from the full weekly'
           DISPLAY '    wages earned by any person and that no '
                   'deductions have been made either directly'
           DISPLAY '    or indirectly from the full wages earned by '
                   'any person, other than permissible'
           DISPLAY '    deductions as defined in Regulations, Part 3 '
                   '(29 C.F.R. Subtitle A), issued by the'
           DISPLAY '    Secretary of Labor under the Copeland Act, as '
                   'amended (40 U.S.C. 3145).'
           DISPLAY ' '
           DISPLAY '(2) That any payrolls otherwise under this '
                   'contract required to be submitted for the'
           DISPLAY '    above period are correct and complete; that '
                   'the wage rates for laborers or mechanics'
           DISPLAY '    contained therein are not less than the '
                   'applicable wage rates contained in any wage'
           DISPLAY '    determination incorporated into the contract; '
                   'that the classifications set forth'
           DISPLAY '    therein for each laborer or mechanic conform '
                   'with the work performed.'
           DISPLAY ' '
           DISPLAY '(3) That any apprentices employed in the above '
                   'period are duly registered in a bona fide'
           DISPLAY '    apprenticeship program registered with a State '
                   'apprenticeship agency recognized by'
           DISPLAY '    the Bureau of Apprenticeship and Training, '
                   'United States Department of Labor.'
           DISPLAY ' '
           DISPLAY '(4) That:'

           IF FRINGE-PAID-TO-PLANS OF S-RUNCTL
           OR FRINGE-PAID-BOTH OF S-RUNCTL

               DISPLAY '    (a) [X] WHERE FRINGE BENEFITS ARE PAID TO '
                       'APPROVED PLANS, FUNDS, OR PROGRAMS'
           ELSE
               DISPLAY '    (a) [ ] WHERE FRINGE BENEFITS ARE PAID TO '
                       'APPROVED PLANS, FUNDS, OR PROGRAMS'
           END-IF
           DISPLAY '            in addition to the basic hourly wage '
                   'rates paid to each laborer or mechanic'
           DISPLAY '            listed in the above referenced '
                   'payroll, payments of fringe benefits as listed'
           DISPLAY '            in the contract have been or will be '
                   'made to appropriate programs for the'
           DISPLAY '            benefit of such employees, except as '
                   'noted in Section 4(c) below.'

           IF FRINGE-PAID-IN-CASH OF S-RUNCTL
           OR FRINGE-PAID-BOTH OF S-RUNCTL

               DISPLAY '    (b) [X] WHERE FRINGE BENEFITS ARE PAID IN '
                       'CASH'
           ELSE
               DISPLAY '    (b) [ ] WHERE FRINGE BENEFITS ARE PAID IN '
                       'CASH'
           END-IF
           DISPLAY '            each laborer or mechanic listed in the '
                   'above referenced payroll has been paid,'
           DISPLAY '            as indicated on the payroll, an amount '
                   'not less than the sum of the applicable'
           DISPLAY '            basic hourly wage rate plus the amount '
                   'of the required fringe benefits as'
           DISPLAY '            listed in the contract, except as '
                   'noted in Section 4(c) below.'

           DISPLAY '    (c) EXCEPTIONS'
           DISPLAY '        Worker                         Class     '
                   ' Explanation'

           IF WK-EXC-CNT OF W-WK  =  ZERO

               DISPLAY '        None.'
           ELSE
               PERFORM NA100-PRINT-EXCEPTION
                       VARYING WK-EXC-IDX OF W-WK  FROM 1  BY 1
                       UNTIL WK-EXC-IDX OF W-WK  >  WK-EXC-CNT OF W-WK
           END-IF

           IF WK-UNDERPAID-CNT OF W-WK  +  WK-NO-DETERM-CNT OF W-WK
                   >  WK-EXC-CNT OF W-WK

               DISPLAY '        More exceptions than this page holds; '
                       'see the flagged lines on the payroll.'
           END-IF

           DISPLAY ' '
           DISPLAY 'REMARKS:'
           DISPLAY ' '
           DISPLAY 'NAME AND TITLE: ' SIGNER-NAME OF S-RUNCTL
                   ', ' SIGNER-TITLE OF S-RUNCTL
           DISPLAY ' '
           DISPLAY 'SIGNATURE: ________________________________'
           DISPLAY ' '
           DISPLAY 'THE WILLFUL FALSIFICATION OF ANY OF THE ABOVE '
                   'STATEMENTS MAY SUBJECT THE CONTRACTOR OR'
           DISPLAY 'SUBCONTRACTOR TO CIVIL OR CRIMINAL PROSECUTION. '
                   'SEE SECTION 1001 OF TITLE 18 AND SECTION'
           DISPLAY '3729 OF TITLE 31 OF THE UNITED STATES CODE.'

           .
       PRINT-COMPLIANCE-EXIT.


      /*****************************************************************
      *                                                                *
       NA100-PRINT-EXCEPTION SECTION.
       NA100.
      *                                                                *
      ******************************************************************

           IF WK-EXC-UNDERPAID OF W-WK (WK-EXC-IDX OF W-WK)

               MOVE WK-EXC-SHORT-AMT OF W-WK (WK-EXC-IDX OF W-WK)
                       TO  AMT-OUT OF W-DSP
               DISPLAY '        '
                       WK-EXC-NAME OF W-WK (WK-EXC-IDX OF W-WK)
                       ' ' WK-EXC-CLASS OF W-WK (WK-EXC-IDX OF W-WK)
                       ' Paid below prevailing wage; restitution '
                       AMT-OUT OF W-DSP
           ELSE
               DISPLAY '        '
                       WK-EXC-NAME OF W-WK (WK-EXC-IDX OF W-WK)
                       ' ' WK-EXC-CLASS OF W-WK (WK-EXC-IDX OF W-WK)
                       ' Classification not in the wage determination'
           END-IF

           .
       PRINT-EXCEPTION-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the upload file on the interface register.  A failed  *
      *  register write is reported but does not fail the run.         *
      ******************************************************************

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE 'DBUPLOAD'  TO  INTERFACE-FILE OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE SPACE                TO  PAYGROUP OF W-IFREGPARM
           MOVE WEEK-END-DT OF S-RUNCTL  TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-DETAIL-CNT OF W-WK
                   TO  IF-REC-CNT OF W-IFREGPARM
           MOVE WK-PROJ-GROSS-TOT OF W-WK
                   TO  IF-CTL-AMT OF W-IFREGPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the '
                       'upload file is sound but must be '
                       'logged by hand.'
           ELSE

               CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'REGISTER-INTERFACE(COMMIT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       REGISTER-INTERFACE-EXIT.


      /*****************************************************************
      *                                                                *
       XH000-FORMAT-DATE-8 SECTION.
       XH000.
      *  Reshapes a table-form date (YYYY-MM-DD) into the plain        *
      *  YYYYMMDD the file records carry.                              *
      ******************************************************************

           MOVE WK-DI-YR OF W-DATE-8   TO  WK-D8-YR OF W-DATE-8
           MOVE WK-DI-MO OF W-DATE-8   TO  WK-D8-MO OF W-DATE-8
           MOVE WK-DI-DAY OF W-DATE-8  TO  WK-D8-DAY OF W-DATE-8

           .
       FORMAT-DATE-8-EXIT.


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
           DISPLAY 'Davis-Bacon Certified Payroll ended at '
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

           IF WK-CERTIFY-NO OF W-SW

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- certified payroll has '
                       'exceptions for Project: '
                       PROJECT-ID OF S-RUNCTL
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
           DISPLAY 'Davis-Bacon Certified Payroll did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
