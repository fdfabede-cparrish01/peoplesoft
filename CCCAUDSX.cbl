       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCAUDSX.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCAUDSX - EXTERNAL AUDITOR SAMPLE AND EVIDENCE         *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- draws a reproducible, seeded        *
      *       sample of confirmed checks in a date range, stratified   *
      *       by company and amount band, plus any check numbers the   *
      *       auditors supply, and writes each sampled check's         *
      *       evidence package to one indexed file.                    *
      *    10/15/26 TJM Employee IDs on the sample listing and the     *
      *       evidence file pass through CCCMSKDT and are always       *
      *       masked per the data classification table; the evidence   *
      *       file is an extract and never carries full values.        *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * THE POPULATION IS EVERY CONFIRMED CHECK WITH A CHECK DATE IN   *
      * THE RUN CONTROL'S DATE RANGE.  IT IS SPLIT INTO STRATA BY      *
      * COMPANY AND BY THE NET-PAY AMOUNT BAND ON THE AUDIT SAMPLE     *
      * BAND TABLE.  THE SAMPLE SIZE IS SPREAD OVER THE STRATA IN      *
      * PROPORTION TO THEIR COUNTS (AT LEAST ONE FROM EVERY STRATUM,   *
      * NEVER MORE THAN IT HOLDS), AND EACH STRATUM'S CHECKS ARE       *
      * DRAWN BY ORDINAL POSITION IN CHECK NUMBER ORDER FROM A         *
      * MULTIPLICATIVE CONGRUENTIAL GENERATOR (16807 MODULO            *
      * 2147483647) STARTED FROM THE RUN CONTROL'S SEED -- THE SAME    *
      * SEED, RANGE AND BANDS ALWAYS DRAW THE SAME CHECKS.  WITH THE   *
      * SUPPLIED-LIST OPTION THE CHECK NUMBERS ON THE AUDCHKS FILE     *
      * ARE TAKEN FIRST; A RANDOM DRAW THAT LANDS ON ONE IS DRAWN      *
      * AGAIN.                                                         *
      *                                                                *
      * EACH SAMPLED CHECK WRITES ITS EVIDENCE PACKAGE TO THE AUDEVID  *
      * INDEXED FILE, KEYED BY SAMPLE SEQUENCE, SECTION AND ITEM:      *
      *                                                                *
      *   01 HD  CHECK HEADER -- GROSS AND NET, CHECK DATE, NAME AND   *
      *          THE SAMPLE BASIS.                                     *
      *   02 ER  EARNINGS ON THE CHECK AND STUB -- CODE, HOURS, RATE,  *
      *          AMOUNT.                                               *
      *   03 DD  DEDUCTIONS WITH THE ELECTION IN EFFECT.               *
      *   04 TX  TAXES WITH THE TAX SETUP IN EFFECT (FILING STATUS,    *
      *          ALLOWANCES, ADDITIONAL WITHHOLDING).                  *
      *   05 JB  THE JOB/RATE ROW IN EFFECT FOR THE PAY END DATE.      *
      *   06 TL  TIME & LABOR HOURS LOADED BY PSPPYBLD.                *
      *   07 PC  PAYSHEET CHANGES CAPTURED BY CCCPSAUD, WITH THE       *
      *          OPERATOR AND TIME OF EACH.                            *
      *   08 AP  THE CCCCALAP CALENDAR APPROVAL.                       *
      *   09 CF  THE CONFIRMING OPERATOR AND PROCESS INSTANCE FROM     *
      *          THE RUN JOURNAL.                                      *
      *                                                                *
      * A SUPPLIED CHECK NUMBER THAT IS NOT A CONFIRMED CHECK IN THE   *
      * RANGE IS REJECTED AND MARKS THE RUN UNSUCCESSFUL.              *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT EVIDENCE-FILE       ASSIGN TO  'AUDEVID'
                                       ORGANIZATION IS  INDEXED
                                       ACCESS MODE IS  SEQUENTIAL
                                       RECORD KEY IS  EVD-KEY
                                       FILE STATUS IS  WK-FILE-STATUS.

      *    Auditor-supplied check numbers, one per record.
           SELECT SUPPLIED-FILE       ASSIGN TO  'AUDCHKS'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  EVIDENCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.

      *    HOURS, RATE, AMOUNT and PROCESS-INSTANCE are zero where
      *    the section has none.  REF1/REF2 by section:
      *      HD  pay group / GROSS PAY or NET PAY
      *      ER  earnings code / earnings description
      *      DD  deduction code / election (flat amount or percent)
      *      TX  state and locality / tax class and setup
      *      JB  job code and department / action and reason
      *      TL  time reporting code / T&L source and batch
      *      PC  field changed / old value -> new value
      *      AP  approval type / approval status
      *      CF  program / journal milestone
       01  EVIDENCE-REC.
           02  EVD-KEY.
               03  EVD-SAMPLE-SEQ      PIC 9(4).
               03  EVD-SECTION-NO      PIC 99.
               03  EVD-ITEM-SEQ        PIC 9(4).
           02  EVD-SECTION-CD          PIC XX.
           02  EVD-CHECK-NBR           PIC X(10).
           02  EVD-COMPANY             PIC X(10).
           02  EVD-EMPLID              PIC X(20).
           02  EVD-REF1                PIC X(20).
           02  EVD-REF2                PIC X(30).
           02  EVD-DT                  PIC X(10).
           02  EVD-OPRID               PIC X(30).
           02  EVD-HOURS               PIC -(5)9.99.
           02  EVD-RATE                PIC -(5)9.9(4).
           02  EVD-AMOUNT              PIC -(9)9.99.
           02  EVD-PROCESS-INSTANCE    PIC 9(10).
           02  EVD-TEXT                PIC X(40).
           02  FILLER                  PIC X(25).

       FD  SUPPLIED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.

       01  SUPPLIED-REC                PIC X(80).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCAUDSX'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-SEED                 PIC 9(10)   COMP-3.
           02  WK-RAND-PROD            PIC 9(15)   COMP-3.
           02  WK-RAND-QUOT            PIC 9(15)   COMP-3.
           02  WK-ORDINAL              PIC 9(7)    COMP.
           02  WK-ORD-QUOT             PIC 9(10)   COMP-3.
           02  WK-ORD-REM              PIC 9(7)    COMP.
           02  WK-TOTAL-POP            PIC 9(9)    COMP  VALUE ZERO.
           02  WK-TAKE-CNT             PIC 9(7)    COMP.
           02  WK-TAKEN-CNT            PIC 9(7)    COMP.
           02  WK-TRY-CNT              PIC 9(7)    COMP.
           02  WK-TRY-LIMIT            PIC 9(7)    COMP.
           02  WK-SAMPLE-SEQ           PIC 9(4)    COMP  VALUE ZERO.
           02  WK-ITEM-SEQ             PIC 9(4)    COMP.
           02  WK-SUPPLIED-CNT         PIC 9(5)    COMP  VALUE ZERO.
           02  WK-RANDOM-CNT           PIC 9(5)    COMP  VALUE ZERO.
           02  WK-REJECT-CNT           PIC 9(5)    COMP  VALUE ZERO.
           02  WK-SHORT-CNT            PIC 9(5)    COMP  VALUE ZERO.
           02  WK-BASIS                PIC X(40).
           02  WK-SECTION-NO           PIC 99.
           02  WK-SECTION-CD           PIC XX.
           02  WK-STR-IDX              PIC 9(4)    COMP.
           02  WK-IDX                  PIC 9(4)    COMP.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-DSP.
           02  SAMPLE-CNT              PIC ZZZZ9.
           02  SUPPLIED-CNT            PIC ZZZZ9.
           02  RANDOM-CNT              PIC ZZZZ9.
           02  REJECT-CNT              PIC ZZZZ9.
           02  STR-BAND-NO             PIC Z9.
           02  STR-POP-CNT             PIC Z,ZZZ,ZZ9.
           02  STR-TAKE-CNT            PIC ZZZZ9.


       01  W-SW.
           02  FETCH-STRAT-SW          PIC X       VALUE SPACE.
               88  FETCH-STRAT-END                 VALUE 'E'.
           02  FETCH-EVID-SW           PIC X       VALUE SPACE.
               88  FETCH-EVID-END                  VALUE 'E'.
           02  SUPPLIED-EOF-SW         PIC X       VALUE 'N'.
               88  SUPPLIED-EOF-YES                VALUE 'Y'.
           02  DUPLICATE-SW            PIC X       VALUE 'N'.
               88  DUPLICATE-YES                   VALUE 'Y'.
           02  CHECK-FOUND-SW          PIC X       VALUE 'N'.
               88  CHECK-FOUND-YES                 VALUE 'Y'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *  SAMPLE STRATA, LOADED FROM S-STRAT BEFORE THE DRAW, AND THE   *
      *  ORDINALS ALREADY DRAWN FROM THE CURRENT STRATUM.              *
      ******************************************************************
       01  W-STRATA.
           02  WK-STRAT-CNT            PIC 9(4)    COMP  VALUE ZERO.
           02  WK-STRAT-TBL            OCCURS 200.
               03  WK-STR-COMPANY      PIC X(10).
               03  WK-STR-BAND-NO      PIC 99      COMP.
               03  WK-STR-POP-CNT      PIC 9(7)    COMP.

       01  W-DRAWN.
           02  WK-ORD-CNT              PIC 9(4)    COMP  VALUE ZERO.
           02  WK-ORD-TBL              PIC 9(7)    COMP  OCCURS 500.

      *    Every check number taken so far, so no check is sampled
      *    twice.
       01  W-SAMPLED.
           02  WK-SAMPLED-CNT          PIC 9(4)    COMP  VALUE ZERO.
           02  WK-SAMPLED-TBL          PIC X(10)   OCCURS 600.


      /*****************************************************************
      *            SUPPLIED CHECK RECORD VIEW                          *
      ******************************************************************
       01  W-SUP-REC.
           02  SUP-CHECK-NBR           PIC X(10).
           02  FILLER                  PIC X(70).


      /*****************************************************************
      *            AUDIT SAMPLE RUN CONTROL BUFFER AND STMT            *
      *  SAMPLE-SIZE is the random sample (500 at most; zero takes     *
      *  only the supplied checks).  RANDOM-SEED zero means seed 1.    *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCAUDSX_S_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  SAMPLE-SIZE         PIC 999                 COMP.
               03  RANDOM-SEED         PIC S9(9)               COMP.
               03  SUPPLIED-LIST       PIC X.
                   88  SUPPLIED-LIST-YES           VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCAUDSX_D_RUNCTL'.

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
                                                   'CCCAUDSX_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  SAMPLE STRATA  BUFFER AND STMT                                *
      *  One row per company and amount band holding confirmed checks  *
      *  in the range, with the number of checks in it.                *
      ******************************************************************
       01  S-STRAT.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCAUDSX_S_STRAT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  BAND-NO             PIC 99                  COMP.
               03  POP-CNT             PIC 9(7)                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  SUPPLIED CHECK LOOKUP  BUFFER AND STMT                        *
      *  The confirmed check with the check number, when its check     *
      *  date is in the range.                                         *
      ******************************************************************
       01  S-CHECK.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCAUDSX_S_CHECK'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  CHECK-NBR           PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  SEPCHK              PIC 99                  COMP.
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(40).
               03  CHECK-NBR           PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  GROSS-AMT           PIC S9(9)V99            COMP-3.
               03  NET-AMT             PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  DRAWN CHECK LOOKUP  BUFFER AND STMT                           *
      *  The check at the ordinal position (from 1, in check number    *
      *  order) within the company and amount band.                    *
      ******************************************************************
       01  S-CHKORD.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCAUDSX_S_CHKORD'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  COMPANY             PIC X(10).
               03  BAND-NO             PIC 99                  COMP.
               03  ORDINAL             PIC 9(7)                COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  SEPCHK              PIC 99                  COMP.
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(40).
               03  CHECK-NBR           PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  GROSS-AMT           PIC S9(9)V99            COMP-3.
               03  NET-AMT             PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  EVIDENCE  BUFFER AND STMTS                                    *
      *  One statement per evidence section, all bound to the sampled  *
      *  check's paysheet line and returning the same item row (see    *
      *  the EVIDENCE-REC layout for what REF1/REF2 carry in each      *
      *  section).  Carries its own cursor.                            *
      ******************************************************************
       01  S-EVID.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18).
           02  SQL-STMT-EARN           PIC X(18)   VALUE
                                                   'CCCAUDSX_S_EVERN'.
           02  SQL-STMT-DED            PIC X(18)   VALUE
                                                   'CCCAUDSX_S_EVDED'.
           02  SQL-STMT-TAX            PIC X(18)   VALUE
                                                   'CCCAUDSX_S_EVTAX'.
           02  SQL-STMT-JOB            PIC X(18)   VALUE
                                                   'CCCAUDSX_S_EVJOB'.
           02  SQL-STMT-TL             PIC X(18)   VALUE
                                                   'CCCAUDSX_S_EVTL'.
           02  SQL-STMT-CHG            PIC X(18)   VALUE
                                                   'CCCAUDSX_S_EVCHG'.
           02  SQL-STMT-APR            PIC X(18)   VALUE
                                                   'CCCAUDSX_S_EVAPR'.
           02  SQL-STMT-CNF            PIC X(18)   VALUE
                                                   'CCCAUDSX_S_EVCNF'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  OFF-CYCLE           PIC X.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  SEPCHK              PIC 99                  COMP.
               03  EMPLID              PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  REF1                PIC X(20).
               03  REF2                PIC X(30).
               03  EVID-DT             PIC X(10).
               03  EVID-OPRID          PIC X(30).
               03  HOURS               PIC S9(5)V99            COMP-3.
               03  RATE                PIC S9(5)V9(4)          COMP-3.
               03  AMOUNT              PIC S9(9)V99            COMP-3.
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  EVID-TEXT           PIC X(40).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  THE CHECK BEING SAMPLED, MOVED FROM SELECT-DATA OF S-CHECK    *
      *  OR S-CHKORD (SAME LAYOUT).                                    *
      ******************************************************************
       01  W-SAMPLE-CHK.
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PAY-END-DT              PIC X(10).
           02  OFF-CYCLE               PIC X.
           02  PAGE-NO                 PIC 99999               COMP.
           02  LINE-NO                 PIC 99                  COMP.
           02  SEPCHK                  PIC 99                  COMP.
           02  EMPLID                  PIC X(20).
           02  NAME                    PIC X(40).
           02  CHECK-NBR               PIC X(10).
           02  CHECK-DT                PIC X(10).
           02  GROSS-AMT               PIC S9(9)V99            COMP-3.
           02  NET-AMT                 PIC S9(9)V99            COMP-3.
           02  FILLER                  PIC X.


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

           IF SAMPLE-SIZE OF S-RUNCTL  >  500

               DISPLAY 'Sample size may not exceed 500: '
                       SAMPLE-SIZE OF S-RUNCTL
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF RANDOM-SEED OF S-RUNCTL  NOT >  ZERO

               MOVE 1  TO  WK-SEED OF W-WK
           ELSE
               MOVE RANDOM-SEED OF S-RUNCTL  TO  WK-SEED OF W-WK
           END-IF

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Auditor Sample Extract started for Check Dates: '
                   FROM-DT OF SELECT-DATA OF S-RUNCTL
                   ' to ' TO-DT OF SELECT-DATA OF S-RUNCTL
           DISPLAY '                       Seed: ' WK-SEED OF W-WK
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           OPEN OUTPUT EVIDENCE-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Evidence file could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF SUPPLIED-LIST-YES OF S-RUNCTL

               PERFORM MA000-TAKE-SUPPLIED
           END-IF

           IF SAMPLE-SIZE OF S-RUNCTL  >  ZERO

               PERFORM MB000-DRAW-RANDOM
           END-IF

           CLOSE EVIDENCE-FILE

           MOVE WK-SAMPLE-SEQ OF W-WK    TO  SAMPLE-CNT OF W-DSP
           MOVE WK-SUPPLIED-CNT OF W-WK  TO  SUPPLIED-CNT OF W-DSP
           MOVE WK-RANDOM-CNT OF W-WK    TO  RANDOM-CNT OF W-DSP
           MOVE WK-REJECT-CNT OF W-WK    TO  REJECT-CNT OF W-DSP
           DISPLAY 'Checks sampled: ' SAMPLE-CNT OF W-DSP
                   '  Supplied: ' SUPPLIED-CNT OF W-DSP
                   '  Random: ' RANDOM-CNT OF W-DSP
                   '  Supplied rejected: ' REJECT-CNT OF W-DSP

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

                   DISPLAY 'Auditor Sample Run Control Missing.'
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
       MA000-TAKE-SUPPLIED SECTION.
       MA000.
      *                                                                *
      ******************************************************************

           OPEN INPUT SUPPLIED-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Supplied check file could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-READ-SUPPLIED

           PERFORM MA200-TAKE-ONE-SUPPLIED
                   UNTIL SUPPLIED-EOF-YES OF W-SW

           CLOSE SUPPLIED-FILE

           .
       TAKE-SUPPLIED-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-READ-SUPPLIED SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           READ SUPPLIED-FILE  INTO  W-SUP-REC
               AT END
                   SET SUPPLIED-EOF-YES OF W-SW  TO  TRUE
           END-READ

           .
       READ-SUPPLIED-EXIT.


      /*****************************************************************
      *                                                                *
       MA200-TAKE-ONE-SUPPLIED SECTION.
       MA200.
      *                                                                *
      ******************************************************************

           IF SUP-CHECK-NBR OF W-SUP-REC  =  SPACE

               GO TO MA200-NEXT-POINT
           END-IF

           MOVE FROM-DT OF SELECT-DATA OF S-RUNCTL
                   TO  FROM-DT OF BIND-DATA OF S-CHECK
           MOVE TO-DT OF SELECT-DATA OF S-RUNCTL
                   TO  TO-DT OF BIND-DATA OF S-CHECK
           MOVE SUP-CHECK-NBR OF W-SUP-REC
                   TO  CHECK-NBR OF BIND-DATA OF S-CHECK

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-CHECK
                                   BIND-SETUP OF S-CHECK
                                   BIND-DATA OF S-CHECK
                                   SELECT-SETUP OF S-CHECK
                                   SELECT-DATA OF S-CHECK
           IF RTNCD-ERROR OF SQLRT

               MOVE 'TAKE-ONE-SUPPLIED(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CHECK

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   DISPLAY 'Supplied check not a confirmed check in '
                           'the range: ' SUP-CHECK-NBR OF W-SUP-REC
                   ADD 1  TO  WK-REJECT-CNT OF W-WK
                   GO TO MA200-NEXT-POINT
               ELSE
                   MOVE 'TAKE-ONE-SUPPLIED(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE SELECT-DATA OF S-CHECK  TO  W-SAMPLE-CHK

           PERFORM MD000-CHECK-SAMPLED

           IF DUPLICATE-YES OF W-SW

               DISPLAY 'Supplied check listed more than once: '
                       SUP-CHECK-NBR OF W-SUP-REC
               GO TO MA200-NEXT-POINT
           END-IF

           MOVE 'AUDITOR SUPPLIED'  TO  WK-BASIS OF W-WK
           PERFORM MC000-WRITE-EVIDENCE
           ADD 1  TO  WK-SUPPLIED-CNT OF W-WK

           .
       MA200-NEXT-POINT.

           PERFORM MA100-READ-SUPPLIED

           .
       TAKE-ONE-SUPPLIED-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-DRAW-RANDOM SECTION.
       MB000.
      *  Loads the strata, then draws each stratum's share of the      *
      *  sample in the order the strata come back, so the draw is      *
      *  repeatable for the same seed.                                 *
      ******************************************************************

           MOVE FROM-DT OF SELECT-DATA OF S-RUNCTL
                   TO  FROM-DT OF BIND-DATA OF S-STRAT
           MOVE TO-DT OF SELECT-DATA OF S-RUNCTL
                   TO  TO-DT OF BIND-DATA OF S-STRAT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-STRAT
                                   SQL-STMT OF S-STRAT
                                   BIND-SETUP OF S-STRAT
                                   BIND-DATA OF S-STRAT
                                   SELECT-SETUP OF S-STRAT
                                   SELECT-DATA OF S-STRAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DRAW-RANDOM(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MB100-FETCH-STRATUM

           PERFORM MB110-STORE-STRATUM
                   UNTIL FETCH-STRAT-END OF W-SW

           IF WK-TOTAL-POP OF W-WK  =  ZERO

               DISPLAY 'No confirmed checks in the range to sample.'
               GO TO DRAW-RANDOM-EXIT
           END-IF

           PERFORM MB200-DRAW-STRATUM
                   VARYING WK-STR-IDX OF W-WK  FROM  1  BY  1
                   UNTIL WK-STR-IDX OF W-WK  >  WK-STRAT-CNT OF W-STRATA

           .
       DRAW-RANDOM-EXIT.


      /*****************************************************************
      *                                                                *
       MB100-FETCH-STRATUM SECTION.
       MB100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-STRAT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-STRAT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-STRAT-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-STRATUM'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-STRATUM-EXIT.


      /*****************************************************************
      *                                                                *
       MB110-STORE-STRATUM SECTION.
       MB110.
      *                                                                *
      ******************************************************************

           IF WK-STRAT-CNT OF W-STRATA  <  200

               ADD 1  TO  WK-STRAT-CNT OF W-STRATA
               MOVE WK-STRAT-CNT OF W-STRATA  TO  WK-IDX OF W-WK
               MOVE COMPANY OF SELECT-DATA OF S-STRAT
                       TO  WK-STR-COMPANY (WK-IDX OF W-WK)
               MOVE BAND-NO OF SELECT-DATA OF S-STRAT
                       TO  WK-STR-BAND-NO (WK-IDX OF W-WK)
               MOVE POP-CNT OF S-STRAT
                       TO  WK-STR-POP-CNT (WK-IDX OF W-WK)
               ADD POP-CNT OF S-STRAT  TO  WK-TOTAL-POP OF W-WK
           ELSE
               DISPLAY 'More than 200 strata; not sampled: '
                       COMPANY OF SELECT-DATA OF S-STRAT
                       ' band ' BAND-NO OF SELECT-DATA OF S-STRAT
           END-IF

           PERFORM MB100-FETCH-STRATUM

           .
       STORE-STRATUM-EXIT.


      /*****************************************************************
      *                                                                *
       MB200-DRAW-STRATUM SECTION.
       MB200.
      *  The stratum's share is the sample size in proportion to its   *
      *  count, at least one and never more than it holds.  The tries  *
      *  are capped so a stratum made up of supplied checks cannot     *
      *  loop.                                                         *
      ******************************************************************

           COMPUTE WK-TAKE-CNT OF W-WK  ROUNDED
                   =  SAMPLE-SIZE OF S-RUNCTL
                   *  WK-STR-POP-CNT (WK-STR-IDX OF W-WK)
                   /  WK-TOTAL-POP OF W-WK

           IF WK-TAKE-CNT OF W-WK  =  ZERO

               MOVE 1  TO  WK-TAKE-CNT OF W-WK
           END-IF

           IF WK-TAKE-CNT OF W-WK
                   >  WK-STR-POP-CNT (WK-STR-IDX OF W-WK)

               MOVE WK-STR-POP-CNT (WK-STR-IDX OF W-WK)
                       TO  WK-TAKE-CNT OF W-WK
           END-IF

           MOVE ZERO  TO  WK-ORD-CNT OF W-DRAWN
           MOVE ZERO  TO  WK-TAKEN-CNT OF W-WK
           MOVE ZERO  TO  WK-TRY-CNT OF W-WK
           COMPUTE WK-TRY-LIMIT OF W-WK
                   =  WK-TAKE-CNT OF W-WK  *  20  +  100

           MOVE WK-STR-BAND-NO (WK-STR-IDX OF W-WK)
                   TO  STR-BAND-NO OF W-DSP
           MOVE WK-STR-POP-CNT (WK-STR-IDX OF W-WK)
                   TO  STR-POP-CNT OF W-DSP
           MOVE WK-TAKE-CNT OF W-WK  TO  STR-TAKE-CNT OF W-DSP
           DISPLAY '  Stratum ' WK-STR-COMPANY (WK-STR-IDX OF W-WK)
                   ' band ' STR-BAND-NO OF W-DSP
                   '  checks ' STR-POP-CNT OF W-DSP
                   '  drawing ' STR-TAKE-CNT OF W-DSP

           PERFORM MB300-DRAW-ONE
                   UNTIL WK-TAKEN-CNT OF W-WK
                             NOT <  WK-TAKE-CNT OF W-WK
                      OR WK-TRY-CNT OF W-WK  NOT <  WK-TRY-LIMIT OF W-WK

           IF WK-TAKEN-CNT OF W-WK  <  WK-TAKE-CNT OF W-WK

               DISPLAY '  Stratum drew short; every remaining check '
                       'is already sampled.'
               ADD 1  TO  WK-SHORT-CNT OF W-WK
           END-IF

           .
       DRAW-STRATUM-EXIT.


      /*****************************************************************
      *                                                                *
       MB300-DRAW-ONE SECTION.
       MB300.
      *  Draws an ordinal not yet drawn from the stratum and samples   *
      *  the check at it unless the check was already taken (as a      *
      *  supplied check).                                              *
      ******************************************************************

           ADD 1  TO  WK-TRY-CNT OF W-WK

           PERFORM MB400-NEXT-RANDOM

           DIVIDE WK-SEED OF W-WK
                   BY  WK-STR-POP-CNT (WK-STR-IDX OF W-WK)
                   GIVING  WK-ORD-QUOT OF W-WK
                   REMAINDER  WK-ORD-REM OF W-WK
           COMPUTE WK-ORDINAL OF W-WK  =  WK-ORD-REM OF W-WK  +  1

           MOVE 'N'  TO  DUPLICATE-SW OF W-SW
           PERFORM MB310-MATCH-ORDINAL
                   VARYING WK-IDX OF W-WK  FROM  1  BY  1
                   UNTIL WK-IDX OF W-WK  >  WK-ORD-CNT OF W-DRAWN
                      OR DUPLICATE-YES OF W-SW

           IF DUPLICATE-YES OF W-SW

               GO TO DRAW-ONE-EXIT
           END-IF

           IF WK-ORD-CNT OF W-DRAWN  NOT <  500

               MOVE WK-TRY-LIMIT OF W-WK  TO  WK-TRY-CNT OF W-WK
               GO TO DRAW-ONE-EXIT
           END-IF

           ADD 1  TO  WK-ORD-CNT OF W-DRAWN
           MOVE WK-ORDINAL OF W-WK
                   TO  WK-ORD-TBL (WK-ORD-CNT OF W-DRAWN)

           MOVE FROM-DT OF SELECT-DATA OF S-RUNCTL
                   TO  FROM-DT OF BIND-DATA OF S-CHKORD
           MOVE TO-DT OF SELECT-DATA OF S-RUNCTL
                   TO  TO-DT OF BIND-DATA OF S-CHKORD
           MOVE WK-STR-COMPANY (WK-STR-IDX OF W-WK)
                   TO  COMPANY OF BIND-DATA OF S-CHKORD
           MOVE WK-STR-BAND-NO (WK-STR-IDX OF W-WK)
                   TO  BAND-NO OF BIND-DATA OF S-CHKORD
           MOVE WK-ORDINAL OF W-WK
                   TO  ORDINAL OF BIND-DATA OF S-CHKORD

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-CHKORD
                                   BIND-SETUP OF S-CHKORD
                                   BIND-DATA OF S-CHKORD
                                   SELECT-SETUP OF S-CHKORD
                                   SELECT-DATA OF S-CHKORD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DRAW-ONE(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CHKORD

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   GO TO DRAW-ONE-EXIT
               ELSE
                   MOVE 'DRAW-ONE(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE SELECT-DATA OF S-CHKORD  TO  W-SAMPLE-CHK

           PERFORM MD000-CHECK-SAMPLED

           IF DUPLICATE-YES OF W-SW

               GO TO DRAW-ONE-EXIT
           END-IF

           MOVE SPACE  TO  WK-BASIS OF W-WK
           STRING 'RANDOM  COMPANY '  DELIMITED BY SIZE
                  WK-STR-COMPANY (WK-STR-IDX OF W-WK)
                                      DELIMITED BY SPACE
                  '  BAND '           DELIMITED BY SIZE
                  STR-BAND-NO OF W-DSP
                                      DELIMITED BY SIZE
                   INTO  WK-BASIS OF W-WK
           END-STRING

           PERFORM MC000-WRITE-EVIDENCE
           ADD 1  TO  WK-TAKEN-CNT OF W-WK
           ADD 1  TO  WK-RANDOM-CNT OF W-WK

           .
       DRAW-ONE-EXIT.


      /*****************************************************************
      *                                                                *
       MB310-MATCH-ORDINAL SECTION.
       MB310.
      *                                                                *
      ******************************************************************

           IF WK-ORD-TBL (WK-IDX OF W-WK)  =  WK-ORDINAL OF W-WK

               SET DUPLICATE-YES OF W-SW  TO  TRUE
           END-IF

           .
       MATCH-ORDINAL-EXIT.


      /*****************************************************************
      *                                                                *
       MB400-NEXT-RANDOM SECTION.
       MB400.
      *  Next value of the generator: seed times 16807, modulo         *
      *  2147483647.                                                   *
      ******************************************************************

           COMPUTE WK-RAND-PROD OF W-WK  =  WK-SEED OF W-WK  *  16807

           DIVIDE WK-RAND-PROD OF W-WK  BY  2147483647
                   GIVING  WK-RAND-QUOT OF W-WK
                   REMAINDER  WK-SEED OF W-WK

           .
       NEXT-RANDOM-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-WRITE-EVIDENCE SECTION.
       MC000.
      *  Writes the sampled check's package: the two header items,     *
      *  then each evidence section in section order, so the keys      *
      *  go out ascending.                                             *
      ******************************************************************

           ADD 1  TO  WK-SAMPLE-SEQ OF W-WK
           ADD 1  TO  WK-SAMPLED-CNT OF W-SAMPLED
           MOVE CHECK-NBR OF W-SAMPLE-CHK
                   TO  WK-SAMPLED-TBL (WK-SAMPLED-CNT OF W-SAMPLED)

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF W-SAMPLE-CHK
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  Sample ' WK-SAMPLE-SEQ OF W-WK
                   '  Check ' CHECK-NBR OF W-SAMPLE-CHK
                   '  ' WK-EMPLID-OUT OF W-WK
                   '  ' WK-BASIS OF W-WK

           MOVE 1  TO  WK-SECTION-NO OF W-WK
           MOVE 'HD'  TO  WK-SECTION-CD OF W-WK
           MOVE ZERO  TO  WK-ITEM-SEQ OF W-WK

           INITIALIZE SELECT-DATA OF S-EVID
           MOVE PAYGROUP OF W-SAMPLE-CHK  TO  REF1 OF S-EVID
           MOVE 'GROSS PAY'  TO  REF2 OF S-EVID
           MOVE CHECK-DT OF W-SAMPLE-CHK  TO  EVID-DT OF S-EVID
           MOVE GROSS-AMT OF W-SAMPLE-CHK  TO  AMOUNT OF S-EVID
           MOVE NAME OF W-SAMPLE-CHK  TO  EVID-TEXT OF S-EVID
           PERFORM MC200-WRITE-EVD-REC

           INITIALIZE SELECT-DATA OF S-EVID
           MOVE PAYGROUP OF W-SAMPLE-CHK  TO  REF1 OF S-EVID
           MOVE 'NET PAY'  TO  REF2 OF S-EVID
           MOVE CHECK-DT OF W-SAMPLE-CHK  TO  EVID-DT OF S-EVID
           MOVE NET-AMT OF W-SAMPLE-CHK  TO  AMOUNT OF S-EVID
           MOVE WK-BASIS OF W-WK  TO  EVID-TEXT OF S-EVID
           PERFORM MC200-WRITE-EVD-REC

           MOVE COMPANY OF W-SAMPLE-CHK
                   TO  COMPANY OF BIND-DATA OF S-EVID
           MOVE PAYGROUP OF W-SAMPLE-CHK
                   TO  PAYGROUP OF BIND-DATA OF S-EVID
           MOVE PAY-END-DT OF W-SAMPLE-CHK
                   TO  PAY-END-DT OF BIND-DATA OF S-EVID
           MOVE OFF-CYCLE OF W-SAMPLE-CHK
                   TO  OFF-CYCLE OF BIND-DATA OF S-EVID
           MOVE PAGE-NO OF W-SAMPLE-CHK
                   TO  PAGE-NO OF BIND-DATA OF S-EVID
           MOVE LINE-NO OF W-SAMPLE-CHK
                   TO  LINE-NO OF BIND-DATA OF S-EVID
           MOVE SEPCHK OF W-SAMPLE-CHK
                   TO  SEPCHK OF BIND-DATA OF S-EVID
           MOVE EMPLID OF W-SAMPLE-CHK
                   TO  EMPLID OF BIND-DATA OF S-EVID

           MOVE SQL-STMT-EARN OF S-EVID  TO  SQL-STMT OF S-EVID
           MOVE 2  TO  WK-SECTION-NO OF W-WK
           MOVE 'ER'  TO  WK-SECTION-CD OF W-WK
           PERFORM MC100-WRITE-SECTION

           MOVE SQL-STMT-DED OF S-EVID  TO  SQL-STMT OF S-EVID
           MOVE 3  TO  WK-SECTION-NO OF W-WK
           MOVE 'DD'  TO  WK-SECTION-CD OF W-WK
           PERFORM MC100-WRITE-SECTION

           MOVE SQL-STMT-TAX OF S-EVID  TO  SQL-STMT OF S-EVID
           MOVE 4  TO  WK-SECTION-NO OF W-WK
           MOVE 'TX'  TO  WK-SECTION-CD OF W-WK
           PERFORM MC100-WRITE-SECTION

           MOVE SQL-STMT-JOB OF S-EVID  TO  SQL-STMT OF S-EVID
           MOVE 5  TO  WK-SECTION-NO OF W-WK
           MOVE 'JB'  TO  WK-SECTION-CD OF W-WK
           PERFORM MC100-WRITE-SECTION

           MOVE SQL-STMT-TL OF S-EVID  TO  SQL-STMT OF S-EVID
           MOVE 6  TO  WK-SECTION-NO OF W-WK
           MOVE 'TL'  TO  WK-SECTION-CD OF W-WK
           PERFORM MC100-WRITE-SECTION

           MOVE SQL-STMT-CHG OF S-EVID  TO  SQL-STMT OF S-EVID
           MOVE 7  TO  WK-SECTION-NO OF W-WK
           MOVE 'PC'  TO  WK-SECTION-CD OF W-WK
           PERFORM MC100-WRITE-SECTION

           MOVE SQL-STMT-APR OF S-EVID  TO  SQL-STMT OF S-EVID
           MOVE 8  TO  WK-SECTION-NO OF W-WK
           MOVE 'AP'  TO  WK-SECTION-CD OF W-WK
           PERFORM MC100-WRITE-SECTION

           MOVE SQL-STMT-CNF OF S-EVID  TO  SQL-STMT OF S-EVID
           MOVE 9  TO  WK-SECTION-NO OF W-WK
           MOVE 'CF'  TO  WK-SECTION-CD OF W-WK
           PERFORM MC100-WRITE-SECTION

           .
       WRITE-EVIDENCE-EXIT.


      /*****************************************************************
      *                                                                *
       MC100-WRITE-SECTION SECTION.
       MC100.
      *  Runs the section statement loaded in SQL-STMT OF S-EVID and   *
      *  writes one evidence item per row.                             *
      ******************************************************************

           MOVE ZERO   TO  WK-ITEM-SEQ OF W-WK
           MOVE SPACE  TO  FETCH-EVID-SW OF W-SW

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EVID
                                   SQL-STMT OF S-EVID
                                   BIND-SETUP OF S-EVID
                                   BIND-DATA OF S-EVID
                                   SELECT-SETUP OF S-EVID
                                   SELECT-DATA OF S-EVID
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-SECTION(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MC110-FETCH-EVIDENCE

           PERFORM MC120-WRITE-ONE-ITEM
                   UNTIL FETCH-EVID-END OF W-SW

           .
       WRITE-SECTION-EXIT.


      /*****************************************************************
      *                                                                *
       MC110-FETCH-EVIDENCE SECTION.
       MC110.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-EVID

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EVID
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-EVID-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-EVIDENCE'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-EVIDENCE-EXIT.


      /*****************************************************************
      *                                                                *
       MC120-WRITE-ONE-ITEM SECTION.
       MC120.
      *                                                                *
      ******************************************************************

           PERFORM MC200-WRITE-EVD-REC

           PERFORM MC110-FETCH-EVIDENCE

           .
       WRITE-ONE-ITEM-EXIT.


      /*****************************************************************
      *                                                                *
       MC200-WRITE-EVD-REC SECTION.
       MC200.
      *  Writes the item in SELECT-DATA OF S-EVID under the next item  *
      *  number of the current section.                                *
      ******************************************************************

           ADD 1  TO  WK-ITEM-SEQ OF W-WK

           MOVE SPACE  TO  EVIDENCE-REC
           MOVE WK-SAMPLE-SEQ OF W-WK  TO  EVD-SAMPLE-SEQ
           MOVE WK-SECTION-NO OF W-WK  TO  EVD-SECTION-NO
           MOVE WK-ITEM-SEQ OF W-WK    TO  EVD-ITEM-SEQ
           MOVE WK-SECTION-CD OF W-WK  TO  EVD-SECTION-CD
           MOVE CHECK-NBR OF W-SAMPLE-CHK  TO  EVD-CHECK-NBR
           MOVE COMPANY OF W-SAMPLE-CHK    TO  EVD-COMPANY
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF W-SAMPLE-CHK
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           MOVE WK-EMPLID-OUT OF W-WK     TO  EVD-EMPLID
           MOVE REF1 OF S-EVID             TO  EVD-REF1
           MOVE REF2 OF S-EVID             TO  EVD-REF2
           MOVE EVID-DT OF S-EVID          TO  EVD-DT
           MOVE EVID-OPRID OF S-EVID       TO  EVD-OPRID
           MOVE HOURS OF S-EVID            TO  EVD-HOURS
           MOVE RATE OF S-EVID             TO  EVD-RATE
           MOVE AMOUNT OF S-EVID           TO  EVD-AMOUNT
           MOVE PROCESS-INSTANCE OF S-EVID TO  EVD-PROCESS-INSTANCE
           MOVE EVID-TEXT OF S-EVID        TO  EVD-TEXT

           WRITE EVIDENCE-REC
               INVALID KEY
                   DISPLAY 'Evidence write failed, status: '
                           WK-FILE-STATUS OF W-WK
                           '  key ' EVD-KEY
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   MOVE 'WRITE-EVD-REC'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
           END-WRITE

           .
       WRITE-EVD-REC-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-CHECK-SAMPLED SECTION.
       MD000.
      *  Sets DUPLICATE-YES when the check in W-SAMPLE-CHK has         *
      *  already been sampled.                                         *
      ******************************************************************

           MOVE 'N'  TO  DUPLICATE-SW OF W-SW

           PERFORM MD100-MATCH-SAMPLED
                   VARYING WK-IDX OF W-WK  FROM  1  BY  1
                   UNTIL WK-IDX OF W-WK  >  WK-SAMPLED-CNT OF W-SAMPLED
                      OR DUPLICATE-YES OF W-SW

           .
       CHECK-SAMPLED-EXIT.


      /*****************************************************************
      *                                                                *
       MD100-MATCH-SAMPLED SECTION.
       MD100.
      *                                                                *
      ******************************************************************

           IF WK-SAMPLED-TBL (WK-IDX OF W-WK)
                   =  CHECK-NBR OF W-SAMPLE-CHK

               SET DUPLICATE-YES OF W-SW  TO  TRUE
           END-IF

           .
       MATCH-SAMPLED-EXIT.


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
           MOVE 'CCCAUDSX'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'Auditor Sample Extract ended at '
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
               DISPLAY 'ON-CALL ALERT -- auditor-supplied checks '
                       'rejected from the sample extract.'
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
           DISPLAY 'Auditor Sample Extract did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
