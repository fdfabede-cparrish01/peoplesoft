       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCPSAUD.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *         CCCPSAUD - PAYSHEET CHANGE AUDIT TRAIL                 *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- captures every online change to a   *
      *       calendar's paysheet pages, lines, earnings and one-time  *
      *       deductions between the build and the confirm, with the   *
      *       operator, time and before/after values, against the      *
      *       baseline PSPPYBLD snapshots at build; and prints the     *
      *       per-calendar change report CCCCALAP requires before it   *
      *       records an approval, highlighting changes above the      *
      *       dollar or hours threshold and changes made by the        *
      *       operator who will confirm.                               *
      *    10/15/26 TJM Employee IDs on the paysheet change audit      *
      *       report pass through CCCMSKDT, masked per the data        *
      *       classification table unless the operator holds the       *
      *       unmask grant.                                            *
      *    10/15/26 TJM The group-term life imputed income and         *
      *       academic deferred pay lines the calc places are no       *
      *       longer reported as one-time earnings added online.       *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * CAPTURE (BOTH RUN MODES).  THE LIVE PAYSHEET FOR ONE COMPANY/  *
      * PAY GROUP/PAY END DATE IS COMPARED WITH THE SNAPSHOT TABLE,    *
      * ONE ROW PER CHANGED FIELD: THE PAGE'S AND LINE'S OK-TO-PAY     *
      * AND ADDITIONAL-PAY FIELDS, EACH EARNINGS ROW'S HOURS, RATE     *
      * AND AMOUNT, AND EACH ONE-TIME EARNINGS/DEDUCTION OVERRIDE --   *
      * ONLY THE FIELDS A CLERK ENTERS, NOT THE CALC'S RESULTS OR THE  *
      * IMPUTED INCOME AND DEFERRED PAY LINES THE CALC PLACES.  A      *
      * ROW ADDED ONLINE HAS A BLANK BEFORE VALUE, A ROW DELETED A     *
      * BLANK AFTER VALUE.  THE OPERATOR AND TIME ARE THE ROW'S LAST   *
      * UPDATE STAMP.  EACH CHANGE IS WRITTEN TO THE CHANGE AUDIT      *
      * TABLE AND THE SNAPSHOT IS THEN REFRESHED TO THE LIVE SHEET,    *
      * SO THE NEXT CAPTURE SEES ONLY LATER CHANGES AND A FIELD        *
      * CHANGED TWICE LEAVES TWO BEFORE/AFTER ROWS.  CAPTURE MODE (C)  *
      * IS SCHEDULED THROUGHOUT THE ENTRY WINDOW.                      *
      *                                                                *
      * REPORT MODE (R) CAPTURES, THEN LISTS EVERY CHANGE ON FILE FOR  *
      * THE CALENDAR BY EMPLOYEE AND TIME.  A CHANGE IS HIGHLIGHTED    *
      * WHEN ITS DOLLAR EFFECT EXCEEDS THE RUN CONTROL'S AMOUNT        *
      * THRESHOLD, WHEN ITS HOURS CHANGE EXCEEDS THE HOURS THRESHOLD   *
      * (A ZERO THRESHOLD IS NOT APPLIED), OR WHEN IT WAS MADE BY THE  *
      * OPERATOR WHO WILL CONFIRM (THE RUN CONTROL'S CONFIRM OPERATOR, *
      * DEFAULTING TO THE OPERATOR RUNNING THE REPORT).  THE REPORT    *
      * RUN IS RECORDED; CCCCALAP REFUSES TO APPROVE A CALC NO REPORT  *
      * RUN HAS FOLLOWED.                                              *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCPSAUD'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-CAPTURE-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-CHANGE-CNT           PIC 9(7)    COMP  VALUE ZERO.
           02  WK-FLAG-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-SELF-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-CUR-EMPLID           PIC X(20)   VALUE SPACE.
           02  WK-CONFIRM-OPRID        PIC X(30)   VALUE SPACE.
           02  WK-FLAGS.
               03  WK-FLAG-AMT         PIC X(4).
               03  WK-FLAG-HRS         PIC X(4).
               03  WK-FLAG-SELF        PIC X(5).
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  CNT-OUT                 PIC ZZZ,ZZ9.
           02  PAGE-OUT                PIC ZZZZ9.
           02  LINE-OUT                PIC Z9.
           02  AMT-OUT                 PIC Z,ZZZ,ZZ9.99-.
           02  HRS-OUT                 PIC ZZZ9.99-.


       01  W-SW.
           02  FETCH-DIFF-SW           PIC X       VALUE SPACE.
               88  FETCH-DIFF-END                  VALUE 'E'.
           02  FETCH-CHG-SW            PIC X       VALUE SPACE.
               88  FETCH-CHG-END                   VALUE 'E'.
           02  WK-HIGHLIGHT-SW         PIC X       VALUE 'N'.
               88  WK-HIGHLIGHT-YES                VALUE 'Y'.
               88  WK-HIGHLIGHT-NO                 VALUE 'N'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            PAYSHEET CHANGE AUDIT RUN CONTROL BUFFER AND STMT   *
      *  The thresholds apply to the report's highlighting only;       *
      *  every change is captured and listed.                          *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPSAUD_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  RUN-MODE            PIC X.
                   88  RUN-MODE-CAPTURE            VALUE 'C'.
                   88  RUN-MODE-REPORT             VALUE 'R'.
               03  AMT-THRESHOLD       PIC S9(7)V99            COMP-3.
               03  HRS-THRESHOLD       PIC S9(3)V99            COMP-3.
               03  CONFIRM-OPRID       PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPSAUD_D_RUNCTL'.

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
                                                   'CCCPSAUD_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  PAYSHEET DIFFERENCES  BUFFER AND STMT                         *
      *  One row per clerk-entered field whose live value differs      *
      *  from the snapshot.  CHG-AREA is PAGE, LINE, ERN (earnings     *
      *  row), OTE (one-time earnings) or OTD (one-time deduction);    *
      *  CHG-CODE the earnings or deduction code.  AMT-CHANGE is the   *
      *  dollar effect (an amount change, or a rate change times the   *
      *  hours); HRS-CHANGE the hours change.  One-time earnings       *
      *  under the group-term life imputed income code and the         *
      *  academic deferral, payout and settlement codes are left out,  *
      *  here and in the snapshot reload: PSPPYRUN places those lines  *
      *  through CCCGTLIM and CCCACDPY at every calc, so they are not  *
      *  clerk entries.  CCCDFLIM's deferral limit overrides are       *
      *  reported: they change what the recalc deducts.  Carries its   *
      *  own cursor; the audit insert runs nested.                     *
      ******************************************************************
       01  S-DIFF.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPSAUD_S_DIFF'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(18)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(26)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  CHG-AREA            PIC X(4).
               03  FIELD-NAME          PIC X(18).
               03  CHG-CODE            PIC X(10).
               03  BEFORE-VALUE        PIC X(15).
               03  AFTER-VALUE         PIC X(15).
               03  AMT-CHANGE          PIC S9(7)V99            COMP-3.
               03  HRS-CHANGE          PIC S9(7)V99            COMP-3.
               03  CHANGED-BY          PIC X(30).
               03  CHANGED-DTTM        PIC X(26).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CHANGE AUDIT INSERT STMT                                      *
      ******************************************************************
       01  I-CHGAUD.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPSAUD_I_CHGAUD'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(18)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(26)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  EMPLID              PIC X(20).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  CHG-AREA            PIC X(4).
               03  FIELD-NAME          PIC X(18).
               03  CHG-CODE            PIC X(10).
               03  BEFORE-VALUE        PIC X(15).
               03  AFTER-VALUE         PIC X(15).
               03  AMT-CHANGE          PIC S9(7)V99            COMP-3.
               03  HRS-CHANGE          PIC S9(7)V99            COMP-3.
               03  CHANGED-BY          PIC X(30).
               03  CHANGED-DTTM        PIC X(26).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  SNAPSHOT REFRESH STMTS                                        *
      *  Replace the calendar's snapshot with the live sheet once the  *
      *  differences are on the audit table, leaving out the same      *
      *  calc-placed lines S-DIFF leaves out.                          *
      ******************************************************************
       01  U-SNAP.
           02  SQL-STMT                PIC X(18).
           02  SQL-STMT-CLEAR          PIC X(18)   VALUE
                                                   'CCCPSAUD_D_SNAP'.
           02  SQL-STMT-RELOAD         PIC X(18)   VALUE
                                                   'CCCPSAUD_I_SNAP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CHANGE AUDIT REPORT  BUFFER AND STMT                          *
      *  Every captured change for the calendar, by employee and the   *
      *  time of the change.                                           *
      ******************************************************************
       01  S-CHG.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPSAUD_S_CHG'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X(18)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(26)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(40).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  CHG-AREA            PIC X(4).
               03  FIELD-NAME          PIC X(18).
               03  CHG-CODE            PIC X(10).
               03  BEFORE-VALUE        PIC X(15).
               03  AFTER-VALUE         PIC X(15).
               03  AMT-CHANGE          PIC S9(7)V99            COMP-3.
               03  HRS-CHANGE          PIC S9(7)V99            COMP-3.
               03  CHANGED-BY          PIC X(30).
               03  CHANGED-DTTM        PIC X(26).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  REPORT RUN INSERT STMT                                        *
      *  The record CCCCALAP looks for: a change report run for the    *
      *  calendar after its final calc.                                *
      ******************************************************************
       01  I-RPTRUN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCPSAUD_I_RPTRUN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  OPRID               PIC X(30).
               03  CONFIRM-OPRID       PIC X(30).
               03  CHANGE-CNT          PIC 9(7)                COMP.
               03  FLAG-CNT            PIC 9(7)                COMP.
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
           DISPLAY 'Paysheet Change Audit started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                     Pay Group: '
                   PAYGROUP OF S-RUNCTL
           DISPLAY '                     Pay End Date: '
                   PAY-END-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM MA000-CAPTURE-CHANGES

           IF RUN-MODE-REPORT OF S-RUNCTL

               PERFORM MB000-REPORT-CHANGES
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

                   DISPLAY 'Paysheet Change Audit Run Control Missing.'
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
       MA000-CAPTURE-CHANGES SECTION.
       MA000.
      *  Writes a before/after audit row for every difference between  *
      *  the live sheet and the snapshot, then refreshes the snapshot. *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-DIFF
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-DIFF
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-DIFF

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DIFF
                                   SQL-STMT OF S-DIFF
                                   BIND-SETUP OF S-DIFF
                                   BIND-DATA OF S-DIFF
                                   SELECT-SETUP OF S-DIFF
                                   SELECT-DATA OF S-DIFF
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CAPTURE-CHANGES(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-DIFF

           PERFORM MA200-CAPTURE-ONE-CHANGE
                   UNTIL FETCH-DIFF-END OF W-SW

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF U-SNAP
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF U-SNAP
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF U-SNAP
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF U-SNAP

           MOVE SQL-STMT-CLEAR OF U-SNAP  TO  SQL-STMT OF U-SNAP
           PERFORM MA300-REFRESH-SNAPSHOT

           MOVE SQL-STMT-RELOAD OF U-SNAP  TO  SQL-STMT OF U-SNAP
           PERFORM MA300-REFRESH-SNAPSHOT

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CAPTURE-CHANGES(COMMIT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE WK-CAPTURE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Changes captured this run: ' CNT-OUT OF W-DSP

           .
       CAPTURE-CHANGES-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-DIFF SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-DIFF

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DIFF
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-DIFF-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-DIFF(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-DIFF-EXIT.


      /*****************************************************************
      *                                                                *
       MA200-CAPTURE-ONE-CHANGE SECTION.
       MA200.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-CHGAUD
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-CHGAUD
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-CHGAUD
           MOVE EMPLID OF SELECT-DATA OF S-DIFF
                   TO  EMPLID OF BIND-DATA OF I-CHGAUD
           MOVE PAGE-NO OF SELECT-DATA OF S-DIFF
                   TO  PAGE-NO OF BIND-DATA OF I-CHGAUD
           MOVE LINE-NO OF SELECT-DATA OF S-DIFF
                   TO  LINE-NO OF BIND-DATA OF I-CHGAUD
           MOVE CHG-AREA OF SELECT-DATA OF S-DIFF
                   TO  CHG-AREA OF BIND-DATA OF I-CHGAUD
           MOVE FIELD-NAME OF SELECT-DATA OF S-DIFF
                   TO  FIELD-NAME OF BIND-DATA OF I-CHGAUD
           MOVE CHG-CODE OF SELECT-DATA OF S-DIFF
                   TO  CHG-CODE OF BIND-DATA OF I-CHGAUD
           MOVE BEFORE-VALUE OF SELECT-DATA OF S-DIFF
                   TO  BEFORE-VALUE OF BIND-DATA OF I-CHGAUD
           MOVE AFTER-VALUE OF SELECT-DATA OF S-DIFF
                   TO  AFTER-VALUE OF BIND-DATA OF I-CHGAUD
           MOVE AMT-CHANGE OF SELECT-DATA OF S-DIFF
                   TO  AMT-CHANGE OF BIND-DATA OF I-CHGAUD
           MOVE HRS-CHANGE OF SELECT-DATA OF S-DIFF
                   TO  HRS-CHANGE OF BIND-DATA OF I-CHGAUD
           MOVE CHANGED-BY OF SELECT-DATA OF S-DIFF
                   TO  CHANGED-BY OF BIND-DATA OF I-CHGAUD
           MOVE CHANGED-DTTM OF SELECT-DATA OF S-DIFF
                   TO  CHANGED-DTTM OF BIND-DATA OF I-CHGAUD
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-CHGAUD

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-CHGAUD
                                   BIND-SETUP OF I-CHGAUD
                                   BIND-DATA OF I-CHGAUD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CAPTURE-ONE-CHANGE(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-CAPTURE-CNT OF W-WK

           PERFORM MA100-FETCH-DIFF

           .
       CAPTURE-ONE-CHANGE-EXIT.


      /*****************************************************************
      *                                                                *
       MA300-REFRESH-SNAPSHOT SECTION.
       MA300.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-SNAP
                                   BIND-SETUP OF U-SNAP
                                   BIND-DATA OF U-SNAP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REFRESH-SNAPSHOT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       REFRESH-SNAPSHOT-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-REPORT-CHANGES SECTION.
       MB000.
      *  Lists every change on file for the calendar and records the   *
      *  report run for CCCCALAP.                                      *
      ******************************************************************

           IF CONFIRM-OPRID OF S-RUNCTL  NOT =  SPACE

               MOVE CONFIRM-OPRID OF S-RUNCTL
                       TO  WK-CONFIRM-OPRID OF W-WK
           ELSE
               MOVE OPRID OF SQLRT  TO  WK-CONFIRM-OPRID OF W-WK
           END-IF

           DISPLAY ' '
           DISPLAY 'PAYSHEET CHANGES BETWEEN BUILD AND CONFIRM'
           MOVE AMT-THRESHOLD OF S-RUNCTL  TO  AMT-OUT OF W-DSP
           MOVE HRS-THRESHOLD OF S-RUNCTL  TO  HRS-OUT OF W-DSP
           DISPLAY '  Amount threshold: ' AMT-OUT OF W-DSP
                   '   Hours threshold: ' HRS-OUT OF W-DSP
           DISPLAY '  Confirming operator: ' WK-CONFIRM-OPRID OF W-WK
           DISPLAY '  Highlighted changes are marked >> with AMT '
                   '(over the amount threshold), HRS (over the hours '
                   'threshold) or SELF (made by the confirming '
                   'operator).'

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-CHG
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF S-CHG
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF S-CHG

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CHG
                                   SQL-STMT OF S-CHG
                                   BIND-SETUP OF S-CHG
                                   BIND-DATA OF S-CHG
                                   SELECT-SETUP OF S-CHG
                                   SELECT-DATA OF S-CHG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REPORT-CHANGES(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MB100-FETCH-CHG

           PERFORM MB200-PRINT-ONE-CHANGE
                   UNTIL FETCH-CHG-END OF W-SW

           DISPLAY ' '
           MOVE WK-CHANGE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Manual changes listed:          ' CNT-OUT OF W-DSP
           MOVE WK-FLAG-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'Highlighted changes:            ' CNT-OUT OF W-DSP
           MOVE WK-SELF-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  made by the confirming operator: '
                   CNT-OUT OF W-DSP

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF I-RPTRUN
           MOVE PAYGROUP OF S-RUNCTL
                   TO  PAYGROUP OF BIND-DATA OF I-RPTRUN
           MOVE PAY-END-DT OF S-RUNCTL
                   TO  PAY-END-DT OF BIND-DATA OF I-RPTRUN
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-RPTRUN
           MOVE OPRID OF SQLRT
                   TO  OPRID OF BIND-DATA OF I-RPTRUN
           MOVE WK-CONFIRM-OPRID OF W-WK
                   TO  CONFIRM-OPRID OF BIND-DATA OF I-RPTRUN
           MOVE WK-CHANGE-CNT OF W-WK
                   TO  CHANGE-CNT OF BIND-DATA OF I-RPTRUN
           MOVE WK-FLAG-CNT OF W-WK
                   TO  FLAG-CNT OF BIND-DATA OF I-RPTRUN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-RPTRUN
                                   BIND-SETUP OF I-RPTRUN
                                   BIND-DATA OF I-RPTRUN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REPORT-CHANGES(INSERT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REPORT-CHANGES(COMMIT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       REPORT-CHANGES-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-FETCH-CHG SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-CHG

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CHG
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-CHG-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-CHG(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-CHG-EXIT.


      /*****************************************************************
      *                                                                *
       MB200-PRINT-ONE-CHANGE SECTION.
       MB200.
      *  A zero threshold is not applied.                              *
      ******************************************************************

           ADD 1  TO  WK-CHANGE-CNT OF W-WK
           MOVE SPACE  TO  WK-FLAGS OF W-WK
           SET WK-HIGHLIGHT-NO OF W-SW  TO  TRUE

           IF AMT-THRESHOLD OF S-RUNCTL  >  ZERO
               AND (AMT-CHANGE OF S-CHG  >  AMT-THRESHOLD OF S-RUNCTL
                 OR AMT-CHANGE OF S-CHG
                         <  ZERO  -  AMT-THRESHOLD OF S-RUNCTL)

               MOVE 'AMT'  TO  WK-FLAG-AMT OF W-WK
               SET WK-HIGHLIGHT-YES OF W-SW  TO  TRUE
           END-IF

           IF HRS-THRESHOLD OF S-RUNCTL  >  ZERO
               AND (HRS-CHANGE OF S-CHG  >  HRS-THRESHOLD OF S-RUNCTL
                 OR HRS-CHANGE OF S-CHG
                         <  ZERO  -  HRS-THRESHOLD OF S-RUNCTL)

               MOVE 'HRS'  TO  WK-FLAG-HRS OF W-WK
               SET WK-HIGHLIGHT-YES OF W-SW  TO  TRUE
           END-IF

           IF CHANGED-BY OF S-CHG  =  WK-CONFIRM-OPRID OF W-WK

               MOVE 'SELF'  TO  WK-FLAG-SELF OF W-WK
               SET WK-HIGHLIGHT-YES OF W-SW  TO  TRUE
               ADD 1  TO  WK-SELF-CNT OF W-WK
           END-IF

           IF EMPLID OF S-CHG  NOT =  WK-CUR-EMPLID OF W-WK

               MOVE EMPLID OF S-CHG  TO  WK-CUR-EMPLID OF W-WK
               DISPLAY ' '
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF S-CHG
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY 'Employee: ' WK-EMPLID-OUT OF W-WK
                       '  ' NAME OF S-CHG
               DISPLAY '     Page Ln Area Field              Code'
                       '       Before          After          '
                       '    Amount Chg  Hours Chg Changed By'
                       '                     Changed At'
           END-IF

           MOVE PAGE-NO OF S-CHG     TO  PAGE-OUT OF W-DSP
           MOVE LINE-NO OF S-CHG     TO  LINE-OUT OF W-DSP
           MOVE AMT-CHANGE OF S-CHG  TO  AMT-OUT OF W-DSP
           MOVE HRS-CHANGE OF S-CHG  TO  HRS-OUT OF W-DSP

           IF WK-HIGHLIGHT-YES OF W-SW

               ADD 1  TO  WK-FLAG-CNT OF W-WK
               DISPLAY '>> ' PAGE-OUT OF W-DSP
                       ' ' LINE-OUT OF W-DSP
                       ' ' CHG-AREA OF S-CHG
                       ' ' FIELD-NAME OF S-CHG
                       ' ' CHG-CODE OF S-CHG
                       ' ' BEFORE-VALUE OF S-CHG
                       ' ' AFTER-VALUE OF S-CHG
                       ' ' AMT-OUT OF W-DSP
                       ' ' HRS-OUT OF W-DSP
                       ' ' CHANGED-BY OF S-CHG
                       ' ' CHANGED-DTTM OF S-CHG
                       ' ' WK-FLAGS OF W-WK
           ELSE
               DISPLAY '   ' PAGE-OUT OF W-DSP
                       ' ' LINE-OUT OF W-DSP
                       ' ' CHG-AREA OF S-CHG
                       ' ' FIELD-NAME OF S-CHG
                       ' ' CHG-CODE OF S-CHG
                       ' ' BEFORE-VALUE OF S-CHG
                       ' ' AFTER-VALUE OF S-CHG
                       ' ' AMT-OUT OF W-DSP
                       ' ' HRS-OUT OF W-DSP
                       ' ' CHANGED-BY OF S-CHG
                       ' ' CHANGED-DTTM OF S-CHG
           END-IF

           PERFORM MB100-FETCH-CHG

           .
       PRINT-ONE-CHANGE-EXIT.


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
           MOVE 'CCCPSAUD'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'Paysheet Change Audit ended at '
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

           SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE

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
           DISPLAY 'Paysheet Change Audit did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
