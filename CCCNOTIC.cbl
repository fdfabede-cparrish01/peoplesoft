       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCNOTIC.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCNOTIC - EMPLOYEE PAY EVENT NOTIFICATION LETTERS      *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- daily letter extract telling each   *
      *       employee about the new events that change their pay: a   *
      *       garnishment started, an arrears recoupment taken, an     *
      *       overpayment receivable opened, a direct deposit          *
      *       returned, a prenote return putting them on paper         *
      *       checks.  Maintained templates per event type; each       *
      *       event is stamped notified so nothing goes twice.         *
      *    10/15/26 TJM Employee IDs on the held letter listing pass   *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * RUN DAILY FOR ONE COMPANY.  THE EVENTS ARE THE ONES THE        *
      * PAYROLL PROGRAMS ALREADY RECORD:                               *
      *                                                                *
      *   GRN  GARNISHMENT STARTED -- FIRST CONFIRMED TAKING OF AN     *
      *        ORDER CCCGRNPR APPLIES                                  *
      *   ARR  ARREARS RECOUPMENT TAKEN -- CCCARRPR'S 'R' MOVEMENT     *
      *        ON A CONFIRMED CALENDAR, WITH THE BALANCE LEFT          *
      *   OVP  OVERPAYMENT RECEIVABLE OPENED -- BY A PSPPYREV          *
      *        REVERSAL WITH ADJUSTMENT, AS CCCOVPAY WORKS IT          *
      *   DDR  DIRECT DEPOSIT RETURNED -- CCCACHRT'S REISSUE QUEUE     *
      *   PNR  PRENOTE RETURNED -- CCCACHRT HOLDS THE ACCOUNT AND      *
      *        CCCDDPPN KEEPS THE EMPLOYEE ON PAPER CHECKS             *
      *                                                                *
      * ONE STATEMENT RETURNS EVERY EVENT RECORDED SINCE THE LAST RUN  *
      * (THE RUN HISTORY'S LATEST RUN DATE, OR THE RUN CONTROL'S FROM  *
      * DATE ON THE FIRST RUN) THAT IS NOT ON THE NOTICE LOG, IN       *
      * EMPLOYEE ORDER, WITH THE EMPLOYEE'S NAME, MAILING ADDRESS AND  *
      * ELECTRONIC DELIVERY CONSENT.  EACH EMPLOYEE GETS ONE LETTER    *
      * (DELIVERY E FOR THE PORTAL WITH ACTIVE CONSENT, P FOR PRINT)   *
      * WITH A SECTION PER EVENT BUILT FROM THE EVENT TYPE'S TEMPLATE  *
      * IN EFFECT TODAY: THE SUBJECT, THE BODY LINES, THE LABELLED     *
      * AMOUNTS, DATE AND REFERENCE, AND THE CONTACT LINE.  EVERY      *
      * EVENT WRITTEN IS STAMPED ON THE NOTICE LOG SO NO RERUN SENDS   *
      * IT AGAIN; AN EVENT TYPE WITH NO TEMPLATE IS REPORTED, LEFT     *
      * UNSTAMPED FOR THE NEXT RUN, AND MARKS THE RUN UNSUCCESSFUL.    *
      * THE STAMPS AND THE RUN HISTORY ROW COMMIT TOGETHER AFTER THE   *
      * EXTRACT IS CLOSED.  THE REPORT COUNTS THE EVENTS BY TYPE.      *
      *                                                                *
      ******************************************************************


       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT NOTICE-FILE         ASSIGN TO  'NOTICEXT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.

       01  NOTICE-REC                  PIC X(200).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCNOTIC'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-DATE-RAW             PIC 9(8)          VALUE ZERO.
           02  WK-TODAY-DT             PIC X(10)   VALUE SPACE.
           02  WK-FROM-DT              PIC X(10)   VALUE SPACE.
           02  WK-LETTER-EMPLID        PIC X(20)   VALUE SPACE.
           02  WK-LETTER-NO            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EVENT-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-PRINT-CNT            PIC 9(7)    COMP  VALUE ZERO.
           02  WK-PORTAL-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-NOTMPL-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-GRN-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-ARR-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-OVP-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-DDR-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-PNR-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-OTH-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  AMT-OUT                 PIC ZZZ,ZZZ,ZZ9.99.


       01  W-SW.
           02  FETCH-EVENT-SW          PIC X       VALUE SPACE.
               88  FETCH-EVENT-END                 VALUE 'E'.
           02  FETCH-BODY-SW           PIC X       VALUE SPACE.
               88  FETCH-BODY-END                  VALUE 'E'.
           02  LETTER-OPEN-SW          PIC X       VALUE 'N'.
               88  LETTER-OPEN-YES                 VALUE 'Y'.
           02  TEMPLATE-SW             PIC X       VALUE 'N'.
               88  TEMPLATE-FOUND                  VALUE 'Y'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            NOTICE LETTER EXTRACT RECORD IMAGES                 *
      *  One H per letter (employee), then per event an E with the     *
      *  template subject, its B body lines, a D per labelled value    *
      *  and the C contact line; one T closes the file with the        *
      *  letter and event counts.                                      *
      ******************************************************************
       01  W-NTC-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  NTC-HDR-LETTER-NO       PIC 9(7).
           02  NTC-HDR-COMPANY         PIC X(10).
           02  NTC-HDR-EMPLID          PIC X(20).
           02  NTC-HDR-DELIVERY        PIC X.
           02  NTC-HDR-NAME            PIC X(50).
           02  NTC-HDR-ADDRESS1        PIC X(55).
           02  NTC-HDR-CITY            PIC X(30).
           02  NTC-HDR-STATE           PIC X(6).
           02  NTC-HDR-POSTAL          PIC X(12).
           02  FILLER                  PIC X(8)    VALUE SPACE.

       01  W-NTC-EVT.
           02  FILLER                  PIC X       VALUE 'E'.
           02  NTC-EVT-LETTER-NO       PIC 9(7).
           02  NTC-EVT-TYPE            PIC X(3).
           02  NTC-EVT-DT              PIC X(10).
           02  NTC-EVT-SUBJECT         PIC X(80).
           02  FILLER                  PIC X(99)   VALUE SPACE.

       01  W-NTC-BODY.
           02  FILLER                  PIC X       VALUE 'B'.
           02  NTC-BODY-LETTER-NO      PIC 9(7).
           02  NTC-BODY-TEXT           PIC X(100).
           02  FILLER                  PIC X(92)   VALUE SPACE.

       01  W-NTC-DTL.
           02  FILLER                  PIC X       VALUE 'D'.
           02  NTC-DTL-LETTER-NO       PIC 9(7).
           02  NTC-DTL-LABEL           PIC X(30).
           02  NTC-DTL-VALUE           PIC X(30).
           02  FILLER                  PIC X(132)  VALUE SPACE.

       01  W-NTC-CONTACT.
           02  FILLER                  PIC X       VALUE 'C'.
           02  NTC-CON-LETTER-NO       PIC 9(7).
           02  NTC-CON-TEXT            PIC X(100).
           02  FILLER                  PIC X(92)   VALUE SPACE.

       01  W-NTC-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  NTC-TRL-COMPANY         PIC X(10).
           02  NTC-TRL-RUN-DT          PIC X(10).
           02  NTC-TRL-LETTER-CNT      PIC 9(7).
           02  NTC-TRL-EVENT-CNT       PIC 9(7).
           02  FILLER                  PIC X(165)  VALUE SPACE.


      /*****************************************************************
      *            NOTIFICATION LETTERS RUN CONTROL BUFFER AND STMT    *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNOTIC_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  FROM-DT             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNOTIC_D_RUNCTL'.

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
                                                   'CCCNOTIC_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  LAST NOTICE RUN  BUFFER AND STMT                              *
      *  The latest run date on the company's notice run history;      *
      *  blank before the first run.                                   *
      ******************************************************************
       01  S-LASTRUN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNOTIC_S_LASTRUN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  LAST-RUN-DT         PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  NEW PAY EVENTS  BUFFER AND STMT                               *
      *  Every garnishment start, arrears recoupment, overpayment      *
      *  receivable, returned deposit and prenote return recorded on   *
      *  or after the from date and not on the notice log, ordered by  *
      *  employee, event type and date.  The event key is the source   *
      *  row's own key, the one the notice log is stamped with.        *
      *  Amount 1 is the garnishment taken, recoupment taken,          *
      *  receivable opened or deposit returned; amount 2 the arrears   *
      *  or receivable balance left.                                   *
      ******************************************************************
       01  S-EVENT.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNOTIC_S_EVENT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FROM-DT             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(50)   VALUE ALL 'C'.
               03  FILLER              PIC X(55)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(12)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EVENT-TYPE          PIC X(3).
                   88  EVENT-GARNISH               VALUE 'GRN'.
                   88  EVENT-ARREARS               VALUE 'ARR'.
                   88  EVENT-OVERPAY               VALUE 'OVP'.
                   88  EVENT-DD-RETURN             VALUE 'DDR'.
                   88  EVENT-PRENOTE-RETURN        VALUE 'PNR'.
               03  EVENT-KEY           PIC X(40).
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(50).
               03  ADDRESS1            PIC X(55).
               03  CITY                PIC X(30).
               03  STATE               PIC X(6).
               03  POSTAL              PIC X(12).
               03  ECONSENT-SW         PIC X.
                   88  ECONSENT-ACTIVE             VALUE 'Y'.
               03  EVENT-DT            PIC X(10).
               03  AMT-1               PIC S9(9)V99            COMP-3.
               03  AMT-2               PIC S9(9)V99            COMP-3.
               03  REF-TEXT            PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LETTER TEMPLATE HEADER  BUFFER AND STMT                       *
      *  The event type's template in effect on the run date: the      *
      *  subject, the labels for the amounts, date and reference (a    *
      *  blank label leaves that value off the letter) and the         *
      *  contact line.                                                 *
      ******************************************************************
       01  S-TMPLH.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNOTIC_S_TMPLH'.

           02  BIND-SETUP.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EVENT-TYPE          PIC X(3).
               03  AS-OF-DT            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(80)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(100)  VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  SUBJECT             PIC X(80).
               03  AMT1-LABEL          PIC X(30).
               03  AMT2-LABEL          PIC X(30).
               03  DATE-LABEL          PIC X(30).
               03  REF-LABEL           PIC X(30).
               03  CONTACT-LINE        PIC X(100).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  LETTER TEMPLATE BODY  BUFFER AND STMT                         *
      *  The template's body lines in line sequence.                   *
      ******************************************************************
       01  S-TMPLB.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNOTIC_S_TMPLB'.

           02  BIND-SETUP.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EVENT-TYPE          PIC X(3).
               03  AS-OF-DT            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(100)  VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  LINE-TEXT           PIC X(100).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  NOTICE LOG INSERT STMT                                        *
      *  One row per event written, keyed by event type and the        *
      *  source row's key; the event statement excludes these.         *
      ******************************************************************
       01  I-NOTICE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNOTIC_I_NOTICE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EVENT-TYPE          PIC X(3).
               03  EVENT-KEY           PIC X(40).
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  NOTICE-DT           PIC X(10).
               03  LETTER-NO           PIC 9(7)                COMP.
               03  DELIVERY            PIC X.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  NOTICE RUN HISTORY INSERT STMT                                *
      ******************************************************************
       01  I-RUNHST.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNOTIC_I_RUNHST'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  RUN-DT              PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  LETTER-CNT          PIC 9(7)                COMP.
               03  EVENT-CNT           PIC 9(7)                COMP.
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
           DISPLAY 'Notification Letters started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-WRITE-LETTERS

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

                   DISPLAY 'Notification Letters Run Control Missing.'
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
       MA000-WRITE-LETTERS SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           ACCEPT WK-DATE-RAW OF W-WK  FROM  DATE YYYYMMDD
           STRING WK-DATE-RAW OF W-WK (1:4) '-'
                  WK-DATE-RAW OF W-WK (5:2) '-'
                  WK-DATE-RAW OF W-WK (7:2)
                   DELIMITED BY SIZE
                   INTO WK-TODAY-DT OF W-WK

           PERFORM MA200-SELECT-LAST-RUN

           DISPLAY 'Events recorded on or after: ' WK-FROM-DT OF W-WK

           OPEN OUTPUT NOTICE-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Notice letter extract could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-EVENT
           MOVE WK-FROM-DT OF W-WK
                   TO  FROM-DT OF BIND-DATA OF S-EVENT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EVENT
                                   SQL-STMT OF S-EVENT
                                   BIND-SETUP OF S-EVENT
                                   BIND-DATA OF S-EVENT
                                   SELECT-SETUP OF S-EVENT
                                   SELECT-DATA OF S-EVENT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-LETTERS(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-EVENT

           PERFORM MB000-PROCESS-ONE-EVENT
                   UNTIL FETCH-EVENT-END OF W-SW

           MOVE COMPANY OF S-RUNCTL      TO  NTC-TRL-COMPANY
           MOVE WK-TODAY-DT OF W-WK      TO  NTC-TRL-RUN-DT
           MOVE WK-LETTER-NO OF W-WK     TO  NTC-TRL-LETTER-CNT
           MOVE WK-EVENT-CNT OF W-WK     TO  NTC-TRL-EVENT-CNT
           WRITE NOTICE-REC  FROM  W-NTC-TRL

           CLOSE NOTICE-FILE

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-RUNHST
           MOVE WK-TODAY-DT OF W-WK
                   TO  RUN-DT OF BIND-DATA OF I-RUNHST
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-RUNHST
           MOVE WK-LETTER-NO OF W-WK
                   TO  LETTER-CNT OF BIND-DATA OF I-RUNHST
           MOVE WK-EVENT-CNT OF W-WK
                   TO  EVENT-CNT OF BIND-DATA OF I-RUNHST

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-RUNHST
                                   BIND-SETUP OF I-RUNHST
                                   BIND-DATA OF I-RUNHST
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-LETTERS(INSERT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-LETTERS(COMMIT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           DISPLAY 'Notification Letter Counts'
           MOVE WK-GRN-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  GRN Garnishment started:        ' CNT-OUT OF W-DSP
           MOVE WK-ARR-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  ARR Arrears recoupment taken:   ' CNT-OUT OF W-DSP
           MOVE WK-OVP-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  OVP Overpayment receivable:     ' CNT-OUT OF W-DSP
           MOVE WK-DDR-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  DDR Direct deposit returned:    ' CNT-OUT OF W-DSP
           MOVE WK-PNR-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  PNR Prenote returned:           ' CNT-OUT OF W-DSP
           MOVE WK-OTH-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Other event types:              ' CNT-OUT OF W-DSP
           MOVE WK-EVENT-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Events notified:                ' CNT-OUT OF W-DSP
           MOVE WK-NOTMPL-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Events held, no template:       ' CNT-OUT OF W-DSP
           MOVE WK-LETTER-NO OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Letters written:                ' CNT-OUT OF W-DSP
           MOVE WK-PRINT-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '    for print:                    ' CNT-OUT OF W-DSP
           MOVE WK-PORTAL-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '    for the portal:               ' CNT-OUT OF W-DSP

           .
       WRITE-LETTERS-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-EVENT SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-EVENT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EVENT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-EVENT-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-EVENT'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-EVENT-EXIT.


      /*****************************************************************
      *  Events are picked up from the last run date on (the run       *
      *  control's from date before the first run); the notice log     *
      *  keeps an event already sent on that day from going again.     *
      ******************************************************************
       MA200-SELECT-LAST-RUN SECTION.
       MA200.
      *                                                                *
      ******************************************************************

           MOVE FROM-DT OF S-RUNCTL  TO  WK-FROM-DT OF W-WK
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-LASTRUN

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-LASTRUN
                                   BIND-SETUP OF S-LASTRUN
                                   BIND-DATA OF S-LASTRUN
                                   SELECT-SETUP OF S-LASTRUN
                                   SELECT-DATA OF S-LASTRUN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-LAST-RUN(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-LASTRUN

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'SELECT-LAST-RUN(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               IF LAST-RUN-DT OF S-LASTRUN  NOT =  SPACE

                   MOVE LAST-RUN-DT OF S-LASTRUN
                           TO  WK-FROM-DT OF W-WK
               END-IF
           END-IF

           .
       SELECT-LAST-RUN-EXIT.


      /*****************************************************************
      *  An employee's letter is started by the first event that has   *
      *  a template, so an employee whose only events are held gets    *
      *  no empty letter.                                              *
      ******************************************************************
       MB000-PROCESS-ONE-EVENT SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           IF EMPLID OF S-EVENT  NOT =  WK-LETTER-EMPLID OF W-WK

               MOVE EMPLID OF S-EVENT  TO  WK-LETTER-EMPLID OF W-WK
               MOVE 'N'  TO  LETTER-OPEN-SW OF W-SW
           END-IF

           PERFORM MC000-SELECT-TEMPLATE

           IF NOT TEMPLATE-FOUND OF W-SW

               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-EVENT
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  No letter template for event type '
                       EVENT-TYPE OF S-EVENT
                       ' -- held for Employee: ' WK-EMPLID-OUT OF W-WK
                       '  Key: ' EVENT-KEY OF S-EVENT
               ADD 1  TO  WK-NOTMPL-CNT OF W-WK
               GO TO MB000-NEXT-POINT
           END-IF

           IF NOT LETTER-OPEN-YES OF W-SW

               PERFORM MD000-START-LETTER
           END-IF

           PERFORM ME000-WRITE-EVENT-SECTION

           PERFORM MF000-STAMP-NOTIFIED

           ADD 1  TO  WK-EVENT-CNT OF W-WK

           EVALUATE TRUE
               WHEN EVENT-GARNISH OF S-EVENT
                   ADD 1  TO  WK-GRN-CNT OF W-WK
               WHEN EVENT-ARREARS OF S-EVENT
                   ADD 1  TO  WK-ARR-CNT OF W-WK
               WHEN EVENT-OVERPAY OF S-EVENT
                   ADD 1  TO  WK-OVP-CNT OF W-WK
               WHEN EVENT-DD-RETURN OF S-EVENT
                   ADD 1  TO  WK-DDR-CNT OF W-WK
               WHEN EVENT-PRENOTE-RETURN OF S-EVENT
                   ADD 1  TO  WK-PNR-CNT OF W-WK
               WHEN OTHER
                   ADD 1  TO  WK-OTH-CNT OF W-WK
           END-EVALUATE

           .
       MB000-NEXT-POINT.

           PERFORM MA100-FETCH-EVENT

           .
       PROCESS-ONE-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-SELECT-TEMPLATE SECTION.
       MC000.
      *                                                                *
      ******************************************************************

           MOVE 'N'  TO  TEMPLATE-SW OF W-SW
           MOVE EVENT-TYPE OF SELECT-DATA OF S-EVENT
                   TO  EVENT-TYPE OF BIND-DATA OF S-TMPLH
           MOVE WK-TODAY-DT OF W-WK
                   TO  AS-OF-DT OF BIND-DATA OF S-TMPLH

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-TMPLH
                                   BIND-SETUP OF S-TMPLH
                                   BIND-DATA OF S-TMPLH
                                   SELECT-SETUP OF S-TMPLH
                                   SELECT-DATA OF S-TMPLH
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-TEMPLATE(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-TMPLH

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'SELECT-TEMPLATE(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET TEMPLATE-FOUND OF W-SW  TO  TRUE
           END-IF

           .
       SELECT-TEMPLATE-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-START-LETTER SECTION.
       MD000.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-LETTER-NO OF W-WK
           SET LETTER-OPEN-YES OF W-SW  TO  TRUE

           MOVE WK-LETTER-NO OF W-WK     TO  NTC-HDR-LETTER-NO
           MOVE COMPANY OF S-RUNCTL      TO  NTC-HDR-COMPANY
           MOVE EMPLID OF S-EVENT        TO  NTC-HDR-EMPLID
           MOVE NAME OF S-EVENT          TO  NTC-HDR-NAME
           MOVE ADDRESS1 OF S-EVENT      TO  NTC-HDR-ADDRESS1
           MOVE CITY OF S-EVENT          TO  NTC-HDR-CITY
           MOVE STATE OF S-EVENT         TO  NTC-HDR-STATE
           MOVE POSTAL OF S-EVENT        TO  NTC-HDR-POSTAL

           IF ECONSENT-ACTIVE OF S-EVENT

               MOVE 'E'  TO  NTC-HDR-DELIVERY
               ADD 1  TO  WK-PORTAL-CNT OF W-WK
           ELSE
               MOVE 'P'  TO  NTC-HDR-DELIVERY
               ADD 1  TO  WK-PRINT-CNT OF W-WK
           END-IF

           WRITE NOTICE-REC  FROM  W-NTC-HDR

           .
       START-LETTER-EXIT.


      /*****************************************************************
      *  The event's section of the letter: the template subject and   *
      *  body, each value whose template label is not blank, and the   *
      *  contact line.                                                 *
      ******************************************************************
       ME000-WRITE-EVENT-SECTION SECTION.
       ME000.
      *                                                                *
      ******************************************************************

           MOVE WK-LETTER-NO OF W-WK     TO  NTC-EVT-LETTER-NO
           MOVE EVENT-TYPE OF S-EVENT    TO  NTC-EVT-TYPE
           MOVE EVENT-DT OF S-EVENT      TO  NTC-EVT-DT
           MOVE SUBJECT OF S-TMPLH       TO  NTC-EVT-SUBJECT
           WRITE NOTICE-REC  FROM  W-NTC-EVT

           MOVE SPACE  TO  FETCH-BODY-SW OF W-SW
           MOVE EVENT-TYPE OF SELECT-DATA OF S-EVENT
                   TO  EVENT-TYPE OF BIND-DATA OF S-TMPLB
           MOVE WK-TODAY-DT OF W-WK
                   TO  AS-OF-DT OF BIND-DATA OF S-TMPLB

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-TMPLB
                                   SQL-STMT OF S-TMPLB
                                   BIND-SETUP OF S-TMPLB
                                   BIND-DATA OF S-TMPLB
                                   SELECT-SETUP OF S-TMPLB
                                   SELECT-DATA OF S-TMPLB
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-EVENT-SECTION(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM ME100-FETCH-BODY

           PERFORM ME200-WRITE-BODY-LINE
                   UNTIL FETCH-BODY-END OF W-SW

           MOVE WK-LETTER-NO OF W-WK  TO  NTC-DTL-LETTER-NO

           IF DATE-LABEL OF S-TMPLH  NOT =  SPACE

               MOVE DATE-LABEL OF S-TMPLH  TO  NTC-DTL-LABEL
               MOVE EVENT-DT OF S-EVENT    TO  NTC-DTL-VALUE
               WRITE NOTICE-REC  FROM  W-NTC-DTL
           END-IF

           IF AMT1-LABEL OF S-TMPLH  NOT =  SPACE

               MOVE AMT1-LABEL OF S-TMPLH  TO  NTC-DTL-LABEL
               MOVE AMT-1 OF S-EVENT       TO  AMT-OUT OF W-DSP
               MOVE AMT-OUT OF W-DSP       TO  NTC-DTL-VALUE
               WRITE NOTICE-REC  FROM  W-NTC-DTL
           END-IF

           IF AMT2-LABEL OF S-TMPLH  NOT =  SPACE

               MOVE AMT2-LABEL OF S-TMPLH  TO  NTC-DTL-LABEL
               MOVE AMT-2 OF S-EVENT       TO  AMT-OUT OF W-DSP
               MOVE AMT-OUT OF W-DSP       TO  NTC-DTL-VALUE
               WRITE NOTICE-REC  FROM  W-NTC-DTL
           END-IF

           IF REF-LABEL OF S-TMPLH  NOT =  SPACE

               MOVE REF-LABEL OF S-TMPLH   TO  NTC-DTL-LABEL
               MOVE REF-TEXT OF S-EVENT    TO  NTC-DTL-VALUE
               WRITE NOTICE-REC  FROM  W-NTC-DTL
           END-IF

           MOVE WK-LETTER-NO OF W-WK       TO  NTC-CON-LETTER-NO
           MOVE CONTACT-LINE OF S-TMPLH    TO  NTC-CON-TEXT
           WRITE NOTICE-REC  FROM  W-NTC-CONTACT

           .
       WRITE-EVENT-SECTION-EXIT.


      /*****************************************************************
      *                                                                *
       ME100-FETCH-BODY SECTION.
       ME100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-TMPLB

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-TMPLB
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-BODY-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-BODY'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-BODY-EXIT.


      /*****************************************************************
      *                                                                *
       ME200-WRITE-BODY-LINE SECTION.
       ME200.
      *                                                                *
      ******************************************************************

           MOVE WK-LETTER-NO OF W-WK    TO  NTC-BODY-LETTER-NO
           MOVE LINE-TEXT OF S-TMPLB    TO  NTC-BODY-TEXT
           WRITE NOTICE-REC  FROM  W-NTC-BODY

           PERFORM ME100-FETCH-BODY

           .
       WRITE-BODY-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MF000-STAMP-NOTIFIED SECTION.
       MF000.
      *                                                                *
      ******************************************************************

           MOVE EVENT-TYPE OF SELECT-DATA OF S-EVENT
                   TO  EVENT-TYPE OF BIND-DATA OF I-NOTICE
           MOVE EVENT-KEY OF SELECT-DATA OF S-EVENT
                   TO  EVENT-KEY OF BIND-DATA OF I-NOTICE
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-NOTICE
           MOVE EMPLID OF SELECT-DATA OF S-EVENT
                   TO  EMPLID OF BIND-DATA OF I-NOTICE
           MOVE WK-TODAY-DT OF W-WK
                   TO  NOTICE-DT OF BIND-DATA OF I-NOTICE
           MOVE WK-LETTER-NO OF W-WK
                   TO  LETTER-NO OF BIND-DATA OF I-NOTICE
           MOVE NTC-HDR-DELIVERY
                   TO  DELIVERY OF BIND-DATA OF I-NOTICE
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-NOTICE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-NOTICE
                                   BIND-SETUP OF I-NOTICE
                                   BIND-DATA OF I-NOTICE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'STAMP-NOTIFIED(INSERT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       STAMP-NOTIFIED-EXIT.


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
           MOVE 'CCCNOTIC'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'Notification Letters ended at '
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

           IF WK-NOTMPL-CNT OF W-WK  >  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- pay event notices held for '
                       'missing letter templates, Company: '
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
           DISPLAY 'Notification Letters did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
