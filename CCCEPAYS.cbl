       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCEPAYS.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCEPAYS - ELECTRONIC PAY STATEMENTS                    *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- builds the employee portal's        *
      *       electronic pay statement file from the CNFPRINT extract  *
      *       for employees who have consented to electronic delivery, *
      *       and applies the portal's posting results so a statement  *
      *       that failed to post falls back to a paper advice on the  *
      *       next print run.                                          *
      *    10/15/26 TJM Employee IDs on the run listing pass through   *
      *       CCCMSKDT, masked per the data classification table       *
      *       unless the operator holds the unmask grant.              *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * TWO MODES, CHOSEN ON THE RUN CONTROL:                          *
      *                                                                *
      * S  STATEMENTS.  READS THE CNFPRINT EXTRACT PSPCNFRM'S WB000    *
      *    WRITES (H HEADER, C CHECK, E EARNINGS, D DEDUCTION, L       *
      *    LEAVE BALANCE, T TRAILER; R REPRINT MARKERS ARE SKIPPED)    *
      *    AND WRITES THE PORTAL'S STATEMENT FILE (EPAYSTMT): ONE      *
      *    STATEMENT PER CHECK OR ADVICE OF AN EMPLOYEE WITH ACTIVE    *
      *    ELECTRONIC CONSENT ON THE PAY END DATE, CARRYING THE        *
      *    CONSENT DATE AND METHOD FOR AUDIT AND THE YEAR-TO-DATE      *
      *    GROSS, DEDUCTIONS AND NET THROUGH THE PAY END DATE, WITH    *
      *    ITS EARNINGS AND DEDUCTION LINES CARRYING THEIR OWN         *
      *    YEAR-TO-DATE AMOUNTS.  EACH CALENDAR'S CHECK COUNT IS       *
      *    BALANCED TO THE EXTRACT TRAILER; A SHORT OR LONG EXTRACT    *
      *    IS REPORTED AND MARKS THE RUN UNSUCCESSFUL SO THE FILE IS   *
      *    NOT SENT.                                                   *
      *                                                                *
      * P  POST RESULTS.  READS THE PORTAL'S POSTING RESULT FILE       *
      *    (EPSPOST).  A FAILED POST FLAGS THE EMPLOYEE'S CONSENT ROW  *
      *    WITH THE DATE, CHECK AND REASON, AND CCCCHPRT PRINTS THE    *
      *    EMPLOYEE'S NEXT ADVICE ON PAPER AND CLEARS THE FLAG.  A     *
      *    SUCCESSFUL POST STAMPS THE LAST-POSTED DATE AND CHECK.  A   *
      *    RESULT FOR AN EMPLOYEE WITH NO CONSENT ROW, OR OF AN        *
      *    UNKNOWN TYPE, IS REPORTED AND MARKS THE RUN UNSUCCESSFUL.   *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PRINT-EXTRACT-FILE  ASSIGN TO  'CNFPRINT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-EXT-STATUS.

           SELECT EPAY-STMT-FILE      ASSIGN TO  'EPAYSTMT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.

      *    The portal's posting results, one record per statement.
           SELECT EPAY-POST-FILE      ASSIGN TO  'EPSPOST'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  PRINT-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.

       01  PRINT-EXTRACT-REC           PIC X(120).

       FD  EPAY-STMT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.

       01  EPAY-STMT-REC               PIC X(150).

       FD  EPAY-POST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.

       01  EPAY-POST-REC               PIC X(120).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCEPAYS'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-EXT-STATUS           PIC XX.
               88  WK-EXT-STATUS-OK                VALUE '00'.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-TODAY-DT             PIC X(10)   VALUE SPACE.
           02  WK-DATE-RAW             PIC 9(8)          VALUE ZERO.
           02  WK-HDR-COMPANY          PIC X(10)   VALUE SPACE.
           02  WK-HDR-PAYGROUP         PIC X(10)   VALUE SPACE.
           02  WK-HDR-PAY-END-DT       PIC X(10)   VALUE SPACE.
           02  WK-CAL-CHK-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-CAL-STMT-CNT         PIC 9(7)    COMP  VALUE ZERO.
           02  WK-CAL-STMT-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-CHK-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-STMT-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-STMT-TOT             PIC S9(11)V99 COMP-3 VALUE ZERO.
           02  WK-PAPER-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-CAL-CNT              PIC 9(5)    COMP  VALUE ZERO.
           02  WK-POST-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-POSTED-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-FAILED-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EXCEPTION-CNT        PIC 9(7)    COMP  VALUE ZERO.
           02  WK-NET-AMT              PIC S9(9)V99 COMP-3 VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  CHK-CNT                 PIC ZZZ,ZZ9.
           02  STMT-CNT                PIC ZZZ,ZZ9.
           02  PAPER-CNT               PIC ZZZ,ZZ9.
           02  CAL-CNT                 PIC ZZZZ9.
           02  POST-CNT                PIC ZZZ,ZZ9.
           02  POSTED-CNT              PIC ZZZ,ZZ9.
           02  FAILED-CNT              PIC ZZZ,ZZ9.
           02  EXCEPTION-CNT           PIC ZZZ,ZZ9.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99.


       01  W-SW.
           02  EXT-EOF-SW              PIC X       VALUE 'N'.
               88  EXT-EOF-YES                     VALUE 'Y'.
           02  POST-EOF-SW             PIC X       VALUE 'N'.
               88  POST-EOF-YES                    VALUE 'Y'.
           02  CAL-OPEN-SW             PIC X       VALUE 'N'.
               88  CAL-OPEN-YES                    VALUE 'Y'.
           02  STMT-OPEN-SW            PIC X       VALUE 'N'.
               88  STMT-OPEN-YES                   VALUE 'Y'.
           02  CONSENT-SW              PIC X       VALUE 'N'.
               88  CONSENT-YES                     VALUE 'Y'.
           02  ECONS-FOUND-SW          PIC X       VALUE 'N'.
               88  ECONS-FOUND-YES                 VALUE 'Y'.
           02  WK-BALANCED-SW          PIC X       VALUE 'Y'.
               88  WK-BALANCED-YES                 VALUE 'Y'.
               88  WK-BALANCED-NO                  VALUE 'N'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *  Extract record views (the CNFPRINT shapes WB000 writes).      *
      ******************************************************************
       01  W-EXT-REC.
           02  EXT-REC-TYPE            PIC X.
           02  FILLER                  PIC X(119).

      *    The record just read is moved into the matching CCCPXWK
      *    image below, the same way CCCCHPRT reads the extract.

           COPY CCCPXWK.


      /*****************************************************************
      *            ELECTRONIC PAY STATEMENT FILE RECORD IMAGES         *
      *  One H per extract calendar, an S per statement followed by    *
      *  its E, D and L lines, and a T closing each calendar.          *
      *  Amounts are unsigned with an explicit decimal point, as on    *
      *  the print extract.                                            *
      ******************************************************************
       01  W-EPS-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  EPS-HDR-COMPANY         PIC X(10).
           02  EPS-HDR-PAYGROUP        PIC X(10).
           02  EPS-HDR-PAY-END-DT      PIC X(10).
           02  EPS-HDR-CREATE-DT       PIC X(10).
           02  FILLER                  PIC X(109)  VALUE SPACE.

       01  W-EPS-STMT.
           02  FILLER                  PIC X       VALUE 'S'.
           02  EPS-STMT-CHECK-NBR      PIC X(10).
           02  EPS-STMT-PAY-TYPE       PIC X.
           02  EPS-STMT-EMPLID         PIC X(20).
           02  EPS-STMT-NAME           PIC X(30).
           02  EPS-STMT-NET            PIC 9(9).99.
           02  EPS-STMT-CONSENT-DT     PIC X(10).
           02  EPS-STMT-CONSENT-METHOD PIC X.
           02  EPS-STMT-YTD-GROSS      PIC 9(9).99.
           02  EPS-STMT-YTD-DED        PIC 9(9).99.
           02  EPS-STMT-YTD-NET        PIC 9(9).99.
           02  FILLER                  PIC X(29)   VALUE SPACE.

       01  W-EPS-ERN.
           02  FILLER                  PIC X       VALUE 'E'.
           02  EPS-ERN-CD              PIC X(3).
           02  EPS-ERN-HOURS           PIC 9(5).99.
           02  EPS-ERN-AMT             PIC 9(9).99.
           02  EPS-ERN-YTD-HOURS       PIC 9(5).99.
           02  EPS-ERN-YTD-AMT         PIC 9(9).99.
           02  FILLER                  PIC X(106)  VALUE SPACE.

       01  W-EPS-DED.
           02  FILLER                  PIC X       VALUE 'D'.
           02  EPS-DED-CD              PIC X(6).
           02  EPS-DED-CLASS           PIC X.
           02  EPS-DED-AMT             PIC 9(9).99.
           02  EPS-DED-YTD-AMT         PIC 9(9).99.
           02  FILLER                  PIC X(118)  VALUE SPACE.

       01  W-EPS-LVB.
           02  FILLER                  PIC X       VALUE 'L'.
           02  EPS-LVB-PLAN            PIC XXX.
           02  EPS-LVB-BALANCE         PIC 9(5).99.
           02  FILLER                  PIC X(138)  VALUE SPACE.

       01  W-EPS-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  EPS-TRL-STMT-CNT        PIC 9(7).
           02  EPS-TRL-NET-TOT         PIC 9(11).99.
           02  FILLER                  PIC X(128)  VALUE SPACE.


      /*****************************************************************
      *            PORTAL POSTING RESULT RECORD VIEW                   *
      *  One record per statement on the file, echoing its company,    *
      *  employee and check.  Reason code and text are blank on a      *
      *  posted statement.                                             *
      ******************************************************************
       01  W-EPR-REC.
           02  EPR-TYPE                PIC X.
               88  EPR-POSTED                      VALUE 'P'.
               88  EPR-FAILED                      VALUE 'F'.
           02  EPR-COMPANY             PIC X(10).
           02  EPR-EMPLID              PIC X(20).
           02  EPR-CHECK-NBR           PIC X(10).
           02  EPR-EVENT-DT            PIC X(10).
           02  EPR-REASON-CD           PIC X(4).
           02  EPR-REASON-TEXT         PIC X(30).
           02  FILLER                  PIC X(35).


      /*****************************************************************
      *            E-PAY STATEMENT RUN CONTROL BUFFER AND STMT         *
      *  EPAY-MODE S writes the statement file from the extract        *
      *  allocated to the run, P applies the portal's posting          *
      *  results; blank is S.                                          *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEPAYS_S_RUNCTL'.

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
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EPAY-MODE           PIC X.
                   88  MODE-STATEMENTS             VALUE 'S' SPACE.
                   88  MODE-POST-RESULTS           VALUE 'P'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEPAYS_D_RUNCTL'.

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
                                                   'CCCEPAYS_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  ELECTRONIC CONSENT  BUFFER AND STMT                           *
      *  The employee's electronic pay statement consent: status       *
      *  (active or withdrawn), the date and method it was given       *
      *  (portal, written form, e-mail) and the post-failure flag      *
      *  the P mode sets and CCCCHPRT clears.  No row is no consent.   *
      ******************************************************************
       01  S-ECONS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEPAYS_S_ECONS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CONSENT-STATUS      PIC X.
                   88  CONSENT-ACTIVE              VALUE 'A'.
                   88  CONSENT-WITHDRAWN           VALUE 'W'.
               03  CONSENT-DT          PIC X(10).
               03  CONSENT-METHOD      PIC X.
                   88  CONSENT-PORTAL              VALUE 'P'.
                   88  CONSENT-WRITTEN             VALUE 'W'.
                   88  CONSENT-EMAIL               VALUE 'E'.
               03  POST-FAIL-SW        PIC X.
                   88  POST-FAIL-YES               VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  YEAR-TO-DATE CHECK TOTALS  BUFFER AND STMT                    *
      *  The employee's confirmed gross, total deductions (taxes       *
      *  included) and net for the company in the calendar year of     *
      *  the pay end date, through that date.                          *
      ******************************************************************
       01  S-YTD.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEPAYS_S_YTD'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  YTD-GROSS           PIC S9(9)V99            COMP-3.
               03  YTD-DED             PIC S9(9)V99            COMP-3.
               03  YTD-NET             PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  YEAR-TO-DATE EARNINGS CODE  BUFFER AND STMT                   *
      *  Confirmed hours and amount for one earnings code, same year   *
      *  and cut-off as S-YTD.                                         *
      ******************************************************************
       01  S-YTDERN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEPAYS_S_YTDERN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  PAY-END-DT          PIC X(10).
               03  ERNCD               PIC X(3).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  YTD-HOURS           PIC S9(5)V99            COMP-3.
               03  YTD-AMT             PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  YEAR-TO-DATE DEDUCTION CODE  BUFFER AND STMT                  *
      *  Confirmed amount for one deduction code and class, same year  *
      *  and cut-off as S-YTD.                                         *
      ******************************************************************
       01  S-YTDDED.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEPAYS_S_YTDDED'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  PAY-END-DT          PIC X(10).
               03  DEDCD               PIC X(6).
               03  DED-CLASS           PIC X.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  YTD-AMT             PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  MARK POST FAILED  BUFFER AND STMT                             *
      *  Sets the consent row's post-failure flag with the failure     *
      *  date, the check whose statement failed and the portal's       *
      *  reason code.                                                  *
      ******************************************************************
       01  U-POSTFAIL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEPAYS_U_PSTFAIL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EVENT-DT            PIC X(10).
               03  CHECK-NBR           PIC X(10).
               03  REASON-CD           PIC X(4).
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  MARK POSTED  BUFFER AND STMT                                  *
      *  Stamps the consent row's last-posted date and check.  The     *
      *  post-failure flag is left for CCCCHPRT to clear once the      *
      *  paper advice has gone out.                                    *
      ******************************************************************
       01  U-POSTOK.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCEPAYS_U_POSTOK'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EVENT-DT            PIC X(10).
               03  CHECK-NBR           PIC X(10).
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
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

           IF MODE-POST-RESULTS OF S-RUNCTL

               DISPLAY 'E-Pay Statement Post Results started at '
                       WK-TIME OF W-WK
                       '.'
           ELSE
               DISPLAY 'E-Pay Statements started at '
                       WK-TIME OF W-WK
                       '.'
           END-IF

           ACCEPT WK-DATE-RAW OF W-WK  FROM  DATE YYYYMMDD
           STRING WK-DATE-RAW OF W-WK (1:4) '-'
                  WK-DATE-RAW OF W-WK (5:2) '-'
                  WK-DATE-RAW OF W-WK (7:2)
                   DELIMITED BY SIZE
                   INTO WK-TODAY-DT OF W-WK

           PERFORM XM000-INIT-MASKING

           IF MODE-POST-RESULTS OF S-RUNCTL

               PERFORM MB000-APPLY-POST-FILE
           ELSE
               PERFORM MA000-BUILD-STATEMENT-FILE
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

                   DISPLAY 'E-Pay Statements Run Control Missing.'
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
       MA000-BUILD-STATEMENT-FILE SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           OPEN INPUT PRINT-EXTRACT-FILE

           IF NOT WK-EXT-STATUS-OK OF W-WK

               DISPLAY 'Print extract file could not be opened, '
                       'status: ' WK-EXT-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           OPEN OUTPUT EPAY-STMT-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'E-pay statement file could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-READ-EXTRACT

           PERFORM MA200-PROCESS-ONE-REC
                   UNTIL EXT-EOF-YES OF W-SW

           IF CAL-OPEN-YES OF W-SW

               DISPLAY 'Print extract ended without a trailer for '
                       'Company: ' WK-HDR-COMPANY OF W-WK
                       '  Pay Group: ' WK-HDR-PAYGROUP OF W-WK
               SET WK-BALANCED-NO OF W-SW  TO  TRUE
           END-IF

           CLOSE PRINT-EXTRACT-FILE
                 EPAY-STMT-FILE

           MOVE WK-CAL-CNT OF W-WK    TO  CAL-CNT OF W-DSP
           MOVE WK-CHK-CNT OF W-WK    TO  CHK-CNT OF W-DSP
           MOVE WK-STMT-CNT OF W-WK   TO  STMT-CNT OF W-DSP
           MOVE WK-PAPER-CNT OF W-WK  TO  PAPER-CNT OF W-DSP
           MOVE WK-STMT-TOT OF W-WK   TO  AMT-OUT OF W-DSP

           DISPLAY 'E-Pay Statement Control Totals'
           DISPLAY '  Calendars:           ' CAL-CNT OF W-DSP
           DISPLAY '  Checks Read:         ' CHK-CNT OF W-DSP
           DISPLAY '  Statements Written:  ' STMT-CNT OF W-DSP
           DISPLAY '  Statement Net:       ' AMT-OUT OF W-DSP
           DISPLAY '  No Consent (Paper):  ' PAPER-CNT OF W-DSP

           IF WK-BALANCED-NO OF W-SW

               DISPLAY '  Statement file does not balance to the '
                       'print extract and is not to be sent.'
           END-IF

           .
       BUILD-STATEMENT-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-READ-EXTRACT SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           READ PRINT-EXTRACT-FILE  INTO  W-EXT-REC
               AT END
                   SET EXT-EOF-YES OF W-SW  TO  TRUE
           END-READ

           .
       READ-EXTRACT-EXIT.


      /*****************************************************************
      *                                                                *
       MA200-PROCESS-ONE-REC SECTION.
       MA200.
      *  Stub lines follow their check; they are carried only when     *
      *  the check's statement was written.                            *
      ******************************************************************

           EVALUATE EXT-REC-TYPE OF W-EXT-REC

               WHEN 'H'
                   PERFORM MC000-START-CALENDAR

               WHEN 'C'
                   PERFORM MD000-START-STATEMENT

               WHEN 'E'
                   IF STMT-OPEN-YES OF W-SW

                       PERFORM ME000-WRITE-EARN-LINE
                   END-IF

               WHEN 'D'
                   IF STMT-OPEN-YES OF W-SW

                       PERFORM MF000-WRITE-DED-LINE
                   END-IF

               WHEN 'L'
                   IF STMT-OPEN-YES OF W-SW

                       PERFORM MG000-WRITE-LEAVE-LINE
                   END-IF

               WHEN 'T'
                   PERFORM MH000-CLOSE-CALENDAR

               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM MA100-READ-EXTRACT

           .
       PROCESS-ONE-REC-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-START-CALENDAR SECTION.
       MC000.
      *                                                                *
      ******************************************************************

           IF CAL-OPEN-YES OF W-SW

               DISPLAY 'Print extract calendar without a trailer for '
                       'Company: ' WK-HDR-COMPANY OF W-WK
                       '  Pay Group: ' WK-HDR-PAYGROUP OF W-WK
               SET WK-BALANCED-NO OF W-SW  TO  TRUE
           END-IF

           MOVE W-EXT-REC  TO  W-PRT-HDR
           MOVE PRT-HDR-COMPANY     TO  WK-HDR-COMPANY OF W-WK
           MOVE PRT-HDR-PAYGROUP    TO  WK-HDR-PAYGROUP OF W-WK
           MOVE PRT-HDR-PAY-END-DT  TO  WK-HDR-PAY-END-DT OF W-WK

           MOVE ZERO  TO  WK-CAL-CHK-CNT OF W-WK
                          WK-CAL-STMT-CNT OF W-WK
                          WK-CAL-STMT-TOT OF W-WK

           MOVE PRT-HDR-COMPANY       TO  EPS-HDR-COMPANY
           MOVE PRT-HDR-PAYGROUP      TO  EPS-HDR-PAYGROUP
           MOVE PRT-HDR-PAY-END-DT    TO  EPS-HDR-PAY-END-DT
           MOVE WK-TODAY-DT OF W-WK   TO  EPS-HDR-CREATE-DT
           WRITE EPAY-STMT-REC  FROM  W-EPS-HDR

           ADD 1  TO  WK-CAL-CNT OF W-WK
           SET CAL-OPEN-YES OF W-SW  TO  TRUE
           MOVE 'N'  TO  STMT-OPEN-SW OF W-SW

           .
       START-CALENDAR-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-START-STATEMENT SECTION.
       MD000.
      *  A statement is written only for an employee whose consent is  *
      *  active and was given on or before the pay end date; anyone    *
      *  else stays on paper.  Every check of a consented employee,    *
      *  live check or advice, gets a statement.                       *
      ******************************************************************

           MOVE 'N'  TO  STMT-OPEN-SW OF W-SW
           MOVE W-EXT-REC  TO  W-PRT-CHK

           IF NOT CAL-OPEN-YES OF W-SW

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE PRT-CHK-EMPLID
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'Check record outside a calendar: '
                       PRT-CHK-NBR
                       '  Employee: ' WK-EMPLID-OUT OF W-WK
               SET WK-BALANCED-NO OF W-SW  TO  TRUE
               GO TO START-STATEMENT-EXIT
           END-IF

           ADD 1  TO  WK-CAL-CHK-CNT OF W-WK
           ADD 1  TO  WK-CHK-CNT OF W-WK

           MOVE WK-HDR-COMPANY OF W-WK
                   TO  COMPANY OF BIND-DATA OF S-ECONS
           MOVE PRT-CHK-EMPLID
                   TO  EMPLID OF BIND-DATA OF S-ECONS
           PERFORM MD100-LOOKUP-CONSENT

           MOVE 'N'  TO  CONSENT-SW OF W-SW

           IF ECONS-FOUND-YES OF W-SW

               IF CONSENT-ACTIVE OF S-ECONS
                       AND CONSENT-DT OF S-ECONS
                           NOT >  WK-HDR-PAY-END-DT OF W-WK

                   SET CONSENT-YES OF W-SW  TO  TRUE
               END-IF
           END-IF

           IF NOT CONSENT-YES OF W-SW

               ADD 1  TO  WK-PAPER-CNT OF W-WK
               GO TO START-STATEMENT-EXIT
           END-IF

           PERFORM MD200-SELECT-YTD

           MOVE PRT-CHK-NBR       TO  EPS-STMT-CHECK-NBR
           MOVE PRT-CHK-PAY-TYPE  TO  EPS-STMT-PAY-TYPE
           MOVE PRT-CHK-EMPLID    TO  EPS-STMT-EMPLID
           MOVE PRT-CHK-NAME      TO  EPS-STMT-NAME
           MOVE PRT-CHK-NET       TO  EPS-STMT-NET
           MOVE CONSENT-DT OF S-ECONS
                   TO  EPS-STMT-CONSENT-DT
           MOVE CONSENT-METHOD OF S-ECONS
                   TO  EPS-STMT-CONSENT-METHOD
           MOVE YTD-GROSS OF S-YTD  TO  EPS-STMT-YTD-GROSS
           MOVE YTD-DED OF S-YTD    TO  EPS-STMT-YTD-DED
           MOVE YTD-NET OF S-YTD    TO  EPS-STMT-YTD-NET
           WRITE EPAY-STMT-REC  FROM  W-EPS-STMT

           MOVE PRT-CHK-NET  TO  WK-NET-AMT OF W-WK
           ADD WK-NET-AMT OF W-WK  TO  WK-CAL-STMT-TOT OF W-WK
           ADD WK-NET-AMT OF W-WK  TO  WK-STMT-TOT OF W-WK
           ADD 1  TO  WK-CAL-STMT-CNT OF W-WK
           ADD 1  TO  WK-STMT-CNT OF W-WK

           SET STMT-OPEN-YES OF W-SW  TO  TRUE

           .
       START-STATEMENT-EXIT.


      /*****************************************************************
      *                                                                *
       MD100-LOOKUP-CONSENT SECTION.
       MD100.
      *  The caller sets the company and employee binds.               *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-ECONS
                                   BIND-SETUP OF S-ECONS
                                   BIND-DATA OF S-ECONS
                                   SELECT-SETUP OF S-ECONS
                                   SELECT-DATA OF S-ECONS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOOKUP-CONSENT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-ECONS
           SET ECONS-FOUND-YES OF W-SW  TO  TRUE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   MOVE 'N'  TO  ECONS-FOUND-SW OF W-SW
               ELSE
                   MOVE 'LOOKUP-CONSENT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       LOOKUP-CONSENT-EXIT.


      /*****************************************************************
      *                                                                *
       MD200-SELECT-YTD SECTION.
       MD200.
      *  No confirmed history yet leaves the year-to-date at zero.     *
      ******************************************************************

           MOVE WK-HDR-COMPANY OF W-WK
                   TO  COMPANY OF BIND-DATA OF S-YTD
           MOVE PRT-CHK-EMPLID
                   TO  EMPLID OF BIND-DATA OF S-YTD
           MOVE WK-HDR-PAY-END-DT OF W-WK
                   TO  PAY-END-DT OF BIND-DATA OF S-YTD

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-YTD
                                   BIND-SETUP OF S-YTD
                                   BIND-DATA OF S-YTD
                                   SELECT-SETUP OF S-YTD
                                   SELECT-DATA OF S-YTD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-YTD(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-YTD

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'SELECT-YTD(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-YTD-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-WRITE-EARN-LINE SECTION.
       ME000.
      *                                                                *
      ******************************************************************

           MOVE W-EXT-REC  TO  W-PRT-ERN

           MOVE WK-HDR-COMPANY OF W-WK
                   TO  COMPANY OF BIND-DATA OF S-YTDERN
           MOVE PRT-CHK-EMPLID
                   TO  EMPLID OF BIND-DATA OF S-YTDERN
           MOVE WK-HDR-PAY-END-DT OF W-WK
                   TO  PAY-END-DT OF BIND-DATA OF S-YTDERN
           MOVE PRT-ERN-CD
                   TO  ERNCD OF BIND-DATA OF S-YTDERN

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-YTDERN
                                   BIND-SETUP OF S-YTDERN
                                   BIND-DATA OF S-YTDERN
                                   SELECT-SETUP OF S-YTDERN
                                   SELECT-DATA OF S-YTDERN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-EARN-LINE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-YTDERN

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'WRITE-EARN-LINE(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE PRT-ERN-CD          TO  EPS-ERN-CD
           MOVE PRT-ERN-HOURS       TO  EPS-ERN-HOURS
           MOVE PRT-ERN-AMT         TO  EPS-ERN-AMT
           MOVE YTD-HOURS OF S-YTDERN
                   TO  EPS-ERN-YTD-HOURS
           MOVE YTD-AMT OF S-YTDERN
                   TO  EPS-ERN-YTD-AMT
           WRITE EPAY-STMT-REC  FROM  W-EPS-ERN

           .
       WRITE-EARN-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MF000-WRITE-DED-LINE SECTION.
       MF000.
      *                                                                *
      ******************************************************************

           MOVE W-EXT-REC  TO  W-PRT-DED

           MOVE WK-HDR-COMPANY OF W-WK
                   TO  COMPANY OF BIND-DATA OF S-YTDDED
           MOVE PRT-CHK-EMPLID
                   TO  EMPLID OF BIND-DATA OF S-YTDDED
           MOVE WK-HDR-PAY-END-DT OF W-WK
                   TO  PAY-END-DT OF BIND-DATA OF S-YTDDED
           MOVE PRT-DED-CD
                   TO  DEDCD OF BIND-DATA OF S-YTDDED
           MOVE PRT-DED-CLASS
                   TO  DED-CLASS OF BIND-DATA OF S-YTDDED

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-YTDDED
                                   BIND-SETUP OF S-YTDDED
                                   BIND-DATA OF S-YTDDED
                                   SELECT-SETUP OF S-YTDDED
                                   SELECT-DATA OF S-YTDDED
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-DED-LINE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-YTDDED

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'WRITE-DED-LINE(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE PRT-DED-CD          TO  EPS-DED-CD
           MOVE PRT-DED-CLASS       TO  EPS-DED-CLASS
           MOVE PRT-DED-AMT         TO  EPS-DED-AMT
           MOVE YTD-AMT OF S-YTDDED
                   TO  EPS-DED-YTD-AMT
           WRITE EPAY-STMT-REC  FROM  W-EPS-DED

           .
       WRITE-DED-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MG000-WRITE-LEAVE-LINE SECTION.
       MG000.
      *                                                                *
      ******************************************************************

           MOVE W-EXT-REC  TO  W-PRT-LVB

           MOVE PRT-LVB-PLAN     TO  EPS-LVB-PLAN
           MOVE PRT-LVB-BALANCE  TO  EPS-LVB-BALANCE
           WRITE EPAY-STMT-REC  FROM  W-EPS-LVB

           .
       WRITE-LEAVE-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MH000-CLOSE-CALENDAR SECTION.
       MH000.
      *  The calendar's checks read must match the count the writer    *
      *  put on the extract trailer, or the extract was cut short and  *
      *  statements may be missing.                                    *
      ******************************************************************

           MOVE W-EXT-REC  TO  W-PRT-TRL

           IF NOT CAL-OPEN-YES OF W-SW

               DISPLAY 'Print extract trailer without a header.'
               SET WK-BALANCED-NO OF W-SW  TO  TRUE
               GO TO CLOSE-CALENDAR-EXIT
           END-IF

           IF PRT-TRL-CHK-CNT  NOT =  WK-CAL-CHK-CNT OF W-WK

               MOVE PRT-TRL-CHK-CNT          TO  CHK-CNT OF W-DSP
               MOVE WK-CAL-CHK-CNT OF W-WK   TO  STMT-CNT OF W-DSP
               DISPLAY 'Print extract out of balance for Company: '
                       WK-HDR-COMPANY OF W-WK
                       '  Pay Group: ' WK-HDR-PAYGROUP OF W-WK
               DISPLAY '  Trailer checks: ' CHK-CNT OF W-DSP
                       '  Checks read: ' STMT-CNT OF W-DSP
               SET WK-BALANCED-NO OF W-SW  TO  TRUE
           END-IF

           MOVE WK-CAL-STMT-CNT OF W-WK  TO  EPS-TRL-STMT-CNT
           MOVE WK-CAL-STMT-TOT OF W-WK  TO  EPS-TRL-NET-TOT
           WRITE EPAY-STMT-REC  FROM  W-EPS-TRL

           MOVE 'N'  TO  CAL-OPEN-SW OF W-SW
           MOVE 'N'  TO  STMT-OPEN-SW OF W-SW

           .
       CLOSE-CALENDAR-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-APPLY-POST-FILE SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           OPEN INPUT EPAY-POST-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'E-pay posting result file could not be '
                       'opened, status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MB100-READ-POST-REC

           PERFORM MB200-APPLY-ONE-RESULT
                   UNTIL POST-EOF-YES OF W-SW

           CLOSE EPAY-POST-FILE

           MOVE WK-POST-CNT OF W-WK       TO  POST-CNT OF W-DSP
           MOVE WK-POSTED-CNT OF W-WK     TO  POSTED-CNT OF W-DSP
           MOVE WK-FAILED-CNT OF W-WK     TO  FAILED-CNT OF W-DSP
           MOVE WK-EXCEPTION-CNT OF W-WK  TO  EXCEPTION-CNT OF W-DSP

           DISPLAY 'E-Pay Statement Post Results Control Totals'
           DISPLAY '  Results Read:        ' POST-CNT OF W-DSP
           DISPLAY '  Posted:              ' POSTED-CNT OF W-DSP
           DISPLAY '  Failed (to Paper):   ' FAILED-CNT OF W-DSP
           DISPLAY '  Exceptions:          ' EXCEPTION-CNT OF W-DSP

           IF WK-FAILED-CNT OF W-WK  >  ZERO

               DISPLAY '  Employees with a failed post get their next '
                       'advice on paper.'
           END-IF

           .
       APPLY-POST-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-READ-POST-REC SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           READ EPAY-POST-FILE  INTO  W-EPR-REC
               AT END
                   SET POST-EOF-YES OF W-SW  TO  TRUE
           END-READ

           .
       READ-POST-REC-EXIT.


      /*****************************************************************
      *                                                                *
       MB200-APPLY-ONE-RESULT SECTION.
       MB200.
      *  A result must name an employee with a consent row; anything   *
      *  else is reported as an exception and changes nothing.  Each   *
      *  applied result is committed on its own.                       *
      ******************************************************************

           ADD 1  TO  WK-POST-CNT OF W-WK

           IF NOT EPR-POSTED OF W-EPR-REC
                   AND NOT EPR-FAILED OF W-EPR-REC

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EPR-EMPLID OF W-EPR-REC
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'Unknown posting result type: '
                       EPR-TYPE OF W-EPR-REC
                       '  Employee: ' WK-EMPLID-OUT OF W-WK
                       '  Check: ' EPR-CHECK-NBR OF W-EPR-REC
               ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
               GO TO MB200-NEXT-POINT
           END-IF

           MOVE EPR-COMPANY OF W-EPR-REC
                   TO  COMPANY OF BIND-DATA OF S-ECONS
           MOVE EPR-EMPLID OF W-EPR-REC
                   TO  EMPLID OF BIND-DATA OF S-ECONS
           PERFORM MD100-LOOKUP-CONSENT

           IF NOT ECONS-FOUND-YES OF W-SW

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EPR-EMPLID OF W-EPR-REC
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'No electronic consent for posting result: '
                       EPR-TYPE OF W-EPR-REC
                       '  Company: ' EPR-COMPANY OF W-EPR-REC
                       '  Employee: ' WK-EMPLID-OUT OF W-WK
               ADD 1  TO  WK-EXCEPTION-CNT OF W-WK
               GO TO MB200-NEXT-POINT
           END-IF

           IF EPR-FAILED OF W-EPR-REC

               PERFORM MB300-MARK-POST-FAILED
           ELSE
               PERFORM MB400-MARK-POSTED
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'APPLY-ONE-RESULT(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       MB200-NEXT-POINT.

           PERFORM MB100-READ-POST-REC

           .
       APPLY-ONE-RESULT-EXIT.


      /*****************************************************************
      *                                                                *
       MB300-MARK-POST-FAILED SECTION.
       MB300.
      *                                                                *
      ******************************************************************

           MOVE EPR-EVENT-DT OF W-EPR-REC
                   TO  EVENT-DT OF BIND-DATA OF U-POSTFAIL
           MOVE EPR-CHECK-NBR OF W-EPR-REC
                   TO  CHECK-NBR OF BIND-DATA OF U-POSTFAIL
           MOVE EPR-REASON-CD OF W-EPR-REC
                   TO  REASON-CD OF BIND-DATA OF U-POSTFAIL
           MOVE EPR-COMPANY OF W-EPR-REC
                   TO  COMPANY OF BIND-DATA OF U-POSTFAIL
           MOVE EPR-EMPLID OF W-EPR-REC
                   TO  EMPLID OF BIND-DATA OF U-POSTFAIL

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-POSTFAIL
                                   BIND-SETUP OF U-POSTFAIL
                                   BIND-DATA OF U-POSTFAIL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MARK-POST-FAILED(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EPR-EMPLID OF W-EPR-REC
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY 'Statement not posted, next advice on paper: '
                   WK-EMPLID-OUT OF W-WK
                   '  Check: ' EPR-CHECK-NBR OF W-EPR-REC
                   '  ' EPR-REASON-CD OF W-EPR-REC
                   ' ' EPR-REASON-TEXT OF W-EPR-REC

           ADD 1  TO  WK-FAILED-CNT OF W-WK

           .
       MARK-POST-FAILED-EXIT.


      /*****************************************************************
      *                                                                *
       MB400-MARK-POSTED SECTION.
       MB400.
      *                                                                *
      ******************************************************************

           MOVE EPR-EVENT-DT OF W-EPR-REC
                   TO  EVENT-DT OF BIND-DATA OF U-POSTOK
           MOVE EPR-CHECK-NBR OF W-EPR-REC
                   TO  CHECK-NBR OF BIND-DATA OF U-POSTOK
           MOVE EPR-COMPANY OF W-EPR-REC
                   TO  COMPANY OF BIND-DATA OF U-POSTOK
           MOVE EPR-EMPLID OF W-EPR-REC
                   TO  EMPLID OF BIND-DATA OF U-POSTOK

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-POSTOK
                                   BIND-SETUP OF U-POSTOK
                                   BIND-DATA OF U-POSTOK
           IF RTNCD-ERROR OF SQLRT

               MOVE 'MARK-POSTED(UPDATE)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-POSTED-CNT OF W-WK

           .
       MARK-POSTED-EXIT.


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
           MOVE 'CCCEPAYS'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'E-Pay Statements ended at '
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

           IF WK-BALANCED-NO OF W-SW

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- e-pay statement file does '
                       'not balance to the print extract'
           ELSE
               IF WK-EXCEPTION-CNT OF W-WK  >  ZERO

                   SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
                   SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
                   DISPLAY 'ON-CALL ALERT -- e-pay statement posting '
                           'results not applied'
               ELSE
                   SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE
               END-IF
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
           DISPLAY 'E-Pay Statements did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
