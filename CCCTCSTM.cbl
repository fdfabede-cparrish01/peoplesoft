       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCTCSTM.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCTCSTM - TOTAL COMPENSATION STATEMENT EXTRACT         *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- per employee, totals the confirmed  *
      *       cash earnings by category, the employer-paid benefit     *
      *       premiums from the carrier detail, the employer taxes,    *
      *       the employer retirement contributions and the leave      *
      *       accrued and used for a year or a date range, and writes  *
      *       the statement extract for the print vendor and the       *
      *       employee portal in CCCCHPRT's presort order.             *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * THE RUN CONTROL GIVES A DATE RANGE, OR A TAX YEAR FOR THE      *
      * YEAR-END RUN (JANUARY 1 THROUGH DECEMBER 31; LAST YEAR WHEN    *
      * BOTH ARE BLANK), AND OPTIONALLY ONE COMPANY.  ONE STATEMENT    *
      * IS BUILT FOR EVERY EMPLOYEE AND COMPANY WITH A CONFIRMED       *
      * CHECK DATED IN THE RANGE, FROM FIVE SOURCES:                   *
      *                                                                *
      *   ERN  CONFIRMED EARNINGS SUMMED BY EARNINGS CATEGORY.         *
      *   BEN  EMPLOYER-PAID PREMIUMS BY CARRIER AND PLAN FROM THE     *
      *        CCCCARRM CARRIER PREMIUM DETAIL.                        *
      *   TAX  EMPLOYER FICA, MEDICARE, FUTA AND SUI FROM THE          *
      *        CONFIRMED TAX DETAIL.                                   *
      *   RET  EMPLOYER RETIREMENT MATCH AND CONTRIBUTIONS BY PLAN.    *
      *   LVE  HOURS ACCRUED AND USED BY LEAVE PLAN FROM THE CCCLVACR  *
      *        BALANCE AUDIT.                                          *
      *                                                                *
      * TOTAL COMPENSATION IS CASH PLUS BENEFITS, TAXES AND            *
      * RETIREMENT; LEAVE IS REPORTED IN HOURS ONLY, ITS VALUE BEING   *
      * IN CASH PAY WHEN TAKEN.  THE STATEMENTS ARE SORTED BY          *
      * DELIVERY METHOD AND ZIP FROM THE EMPLOYEE DELIVERY TABLE, THE  *
      * SAME PRESORT CCCCHPRT USES FOR CHECKS, AND NUMBERED IN THAT    *
      * ORDER FOR MAILING.  THE TCSTMT RECORD IMAGES ARE IN CCCTCWK.   *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT STATEMENT-FILE      ASSIGN TO  'TCSTMT'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.
           SELECT SORT-WORK-FILE      ASSIGN TO  'SORTWK01'.


       DATA DIVISION.


       FILE SECTION.

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.

       01  STATEMENT-REC               PIC X(250).

       SD  SORT-WORK-FILE.

       01  SORT-REC.
           02  SRT-DELIV-METHOD        PIC X.
           02  SRT-ZIP                 PIC X(10).
           02  SRT-EMPLID              PIC X(20).
           02  SRT-COMPANY             PIC X(10).
           02  SRT-LINE-SEQ            PIC 9(5).
           02  SRT-PAYLOAD             PIC X(250).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCTCSTM'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-TODAY                PIC 9(8).
           02  WK-TODAY-R   REDEFINES  WK-TODAY.
               03  WK-TODAY-YR         PIC 9(4).
               03  FILLER              PIC 9(4).
           02  WK-YEAR                 PIC 9(4).
           02  WK-LINE-SEQ             PIC 9(5)    COMP.
           02  WK-MAIL-SEQ             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EMPL-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-SECTION              PIC XXX.
           02  WK-CASH-TOT             PIC S9(9)V99  COMP-3.
           02  WK-BENEFIT-TOT          PIC S9(9)V99  COMP-3.
           02  WK-TAX-TOT              PIC S9(9)V99  COMP-3.
           02  WK-RETIRE-TOT           PIC S9(9)V99  COMP-3.
           02  WK-COMP-TOT             PIC S9(9)V99  COMP-3.
           02  WK-LV-ACCRUED           PIC S9(5)V99  COMP-3.
           02  WK-LV-USED              PIC S9(5)V99  COMP-3.
           02  WK-RUN-COMP-TOT         PIC S9(11)V99 COMP-3 VALUE ZERO.


       01  W-DSP.
           02  STMT-CNT                PIC ZZZ,ZZ9.
           02  COMP-TOT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.


       01  W-SW.
           02  FETCH-EMPL-SW           PIC X       VALUE SPACE.
               88  FETCH-EMPL-END                  VALUE 'E'.
           02  FETCH-COMP-SW           PIC X       VALUE SPACE.
               88  FETCH-COMP-END                  VALUE 'E'.
           02  SORT-EOF-SW             PIC X       VALUE 'N'.
               88  SORT-EOF-YES                    VALUE 'Y'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      *  Statement extract record views.                               *
      ******************************************************************
       01  W-TCS-REC.
           02  TCS-REC-TYPE            PIC X.
           02  FILLER                  PIC X(249).

           COPY CCCTCWK.


      /*****************************************************************
      *            RUN CONTROL SQL SELECT STMT                         *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCTCSTM_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  TAX-YEAR            PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCTCSTM_D_RUNCTL'.

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
                                                   'CCCTCSTM_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  STATEMENT EMPLOYEES  BUFFER AND STMT                          *
      *  Every employee and company with a confirmed check dated in    *
      *  the range (all companies when COMPANY is blank), with the     *
      *  mailing address and the delivery method and ZIP from the      *
      *  employee delivery table.  An employee with no delivery row    *
      *  comes back with both blank and is defaulted as CCCCHPRT       *
      *  does: mail, blank ZIP.                                        *
      ******************************************************************
       01  S-EMPL.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCTCSTM_S_EMPL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(40)   VALUE ALL 'C'.
               03  FILLER              PIC X(55)   VALUE ALL 'C'.
               03  FILLER              PIC X(55)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(12)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  NAME                PIC X(40).
               03  ADDRESS1            PIC X(55).
               03  ADDRESS2            PIC X(55).
               03  CITY                PIC X(30).
               03  STATE               PIC X(6).
               03  POSTAL              PIC X(12).
               03  DELIV-METHOD        PIC X.
               03  POSTAL-ZIP          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  STATEMENT LINES  BUFFER AND STMTS                             *
      *  One statement per source, all returning the same line: the    *
      *  category (earnings category, carrier, tax class, retirement   *
      *  plan or leave plan), its description, the amount summed over  *
      *  the range and, for leave, the hours accrued and used.         *
      ******************************************************************
       01  S-COMP.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18).
           02  SQL-STMT-ERN            PIC X(18)   VALUE
                                                   'CCCTCSTM_S_ERN'.
           02  SQL-STMT-BEN            PIC X(18)   VALUE
                                                   'CCCTCSTM_S_BEN'.
           02  SQL-STMT-TAX            PIC X(18)   VALUE
                                                   'CCCTCSTM_S_TAX'.
           02  SQL-STMT-RET            PIC X(18)   VALUE
                                                   'CCCTCSTM_S_RET'.
           02  SQL-STMT-LVE            PIC X(18)   VALUE
                                                   'CCCTCSTM_S_LVE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  FROM-DT             PIC X(10).
               03  TO-DT               PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X(4)    VALUE ALL 'P'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CATEGORY            PIC X(10).
               03  DESCR               PIC X(30).
               03  AMOUNT              PIC S9(9)V99            COMP-3.
               03  HOURS               PIC S9(5)V99            COMP-3.
               03  HOURS-USED          PIC S9(5)V99            COMP-3.
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

           ACCEPT WK-TODAY OF W-WK  FROM  DATE YYYYMMDD

           IF FROM-DT OF S-RUNCTL  =  SPACE
                   OR  TO-DT OF S-RUNCTL  =  SPACE

               IF TAX-YEAR OF S-RUNCTL  =  ZERO

                   COMPUTE TAX-YEAR OF S-RUNCTL
                           =  WK-TODAY-YR OF W-WK  -  1
               END-IF

               MOVE TAX-YEAR OF S-RUNCTL  TO  WK-YEAR OF W-WK
               STRING WK-YEAR OF W-WK  '-01-01'  DELIMITED BY SIZE
                       INTO  FROM-DT OF S-RUNCTL
               END-STRING
               STRING WK-YEAR OF W-WK  '-12-31'  DELIMITED BY SIZE
                       INTO  TO-DT OF S-RUNCTL
               END-STRING
           END-IF

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'Total Compensation Statements started for '
                   FROM-DT OF S-RUNCTL ' through ' TO-DT OF S-RUNCTL
           DISPLAY ' Company: ' COMPANY OF S-RUNCTL
                   ' at ' WK-TIME OF W-WK
                   '.'

           SORT SORT-WORK-FILE
                   ASCENDING KEY  SRT-DELIV-METHOD
                                  SRT-ZIP
                                  SRT-EMPLID
                                  SRT-COMPANY
                                  SRT-LINE-SEQ
                   INPUT PROCEDURE IS GA000-BUILD-STATEMENTS
                   OUTPUT PROCEDURE IS MA000-WRITE-STATEMENTS

           MOVE WK-MAIL-SEQ OF W-WK  TO  STMT-CNT OF W-DSP
           MOVE WK-RUN-COMP-TOT OF W-WK  TO  COMP-TOT OF W-DSP
           DISPLAY 'Statements written: ' STMT-CNT OF W-DSP
                   '  Total compensation: ' COMP-TOT OF W-DSP

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

                   DISPLAY 'Total Compensation Run Control Missing.'
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
       GA000-BUILD-STATEMENTS SECTION.
       GA000.
      *  Sort input: every statement employee's header, detail lines   *
      *  and total are released under the delivery/ZIP/employee/       *
      *  company key with a line sequence that keeps them in that      *
      *  order.                                                        *
      ******************************************************************

           MOVE COMPANY OF SELECT-DATA OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-EMPL
           MOVE FROM-DT OF SELECT-DATA OF S-RUNCTL
                   TO  FROM-DT OF BIND-DATA OF S-EMPL
           MOVE TO-DT OF SELECT-DATA OF S-RUNCTL
                   TO  TO-DT OF BIND-DATA OF S-EMPL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EMPL
                                   SQL-STMT OF S-EMPL
                                   BIND-SETUP OF S-EMPL
                                   BIND-DATA OF S-EMPL
                                   SELECT-SETUP OF S-EMPL
                                   SELECT-DATA OF S-EMPL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-STATEMENTS(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM GA100-FETCH-EMPLOYEE

           PERFORM GB000-BUILD-ONE-STATEMENT
                   UNTIL FETCH-EMPL-END OF W-SW

           .
       BUILD-STATEMENTS-EXIT.


      /*****************************************************************
      *                                                                *
       GA100-FETCH-EMPLOYEE SECTION.
       GA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-EMPL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EMPL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-EMPL-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-EMPLOYEE'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-EMPLOYEE-EXIT.


      /*****************************************************************
      *                                                                *
       GB000-BUILD-ONE-STATEMENT SECTION.
       GB000.
      *                                                                *
      ******************************************************************

           IF DELIV-METHOD OF S-EMPL  =  SPACE

               MOVE 'M'    TO  DELIV-METHOD OF S-EMPL
               MOVE SPACE  TO  POSTAL-ZIP OF S-EMPL
           END-IF

           MOVE DELIV-METHOD OF S-EMPL  TO  SRT-DELIV-METHOD
           MOVE POSTAL-ZIP OF S-EMPL    TO  SRT-ZIP
           MOVE EMPLID OF SELECT-DATA OF S-EMPL   TO  SRT-EMPLID
           MOVE COMPANY OF SELECT-DATA OF S-EMPL  TO  SRT-COMPANY
           MOVE ZERO  TO  WK-LINE-SEQ OF W-WK

           MOVE ZERO  TO  TCS-HDR-MAIL-SEQ
           MOVE COMPANY OF SELECT-DATA OF S-EMPL  TO  TCS-HDR-COMPANY
           MOVE EMPLID OF SELECT-DATA OF S-EMPL   TO  TCS-HDR-EMPLID
           MOVE NAME OF S-EMPL          TO  TCS-HDR-NAME
           MOVE ADDRESS1 OF S-EMPL      TO  TCS-HDR-ADDRESS1
           MOVE ADDRESS2 OF S-EMPL      TO  TCS-HDR-ADDRESS2
           MOVE CITY OF S-EMPL          TO  TCS-HDR-CITY
           MOVE STATE OF S-EMPL         TO  TCS-HDR-STATE
           MOVE POSTAL OF S-EMPL        TO  TCS-HDR-POSTAL
           MOVE DELIV-METHOD OF S-EMPL  TO  TCS-HDR-DELIV-METHOD
           MOVE W-TCS-HDR  TO  W-TCS-REC
           PERFORM GD000-RELEASE-LINE

           MOVE ZERO  TO  WK-CASH-TOT OF W-WK
           MOVE ZERO  TO  WK-BENEFIT-TOT OF W-WK
           MOVE ZERO  TO  WK-TAX-TOT OF W-WK
           MOVE ZERO  TO  WK-RETIRE-TOT OF W-WK
           MOVE ZERO  TO  WK-LV-ACCRUED OF W-WK
           MOVE ZERO  TO  WK-LV-USED OF W-WK

           MOVE COMPANY OF SELECT-DATA OF S-EMPL
                   TO  COMPANY OF BIND-DATA OF S-COMP
           MOVE EMPLID OF SELECT-DATA OF S-EMPL
                   TO  EMPLID OF BIND-DATA OF S-COMP
           MOVE FROM-DT OF SELECT-DATA OF S-RUNCTL
                   TO  FROM-DT OF BIND-DATA OF S-COMP
           MOVE TO-DT OF SELECT-DATA OF S-RUNCTL
                   TO  TO-DT OF BIND-DATA OF S-COMP

           MOVE SQL-STMT-ERN OF S-COMP  TO  SQL-STMT OF S-COMP
           MOVE 'ERN'  TO  WK-SECTION OF W-WK
           PERFORM GC000-ADD-SOURCE

           MOVE SQL-STMT-BEN OF S-COMP  TO  SQL-STMT OF S-COMP
           MOVE 'BEN'  TO  WK-SECTION OF W-WK
           PERFORM GC000-ADD-SOURCE

           MOVE SQL-STMT-TAX OF S-COMP  TO  SQL-STMT OF S-COMP
           MOVE 'TAX'  TO  WK-SECTION OF W-WK
           PERFORM GC000-ADD-SOURCE

           MOVE SQL-STMT-RET OF S-COMP  TO  SQL-STMT OF S-COMP
           MOVE 'RET'  TO  WK-SECTION OF W-WK
           PERFORM GC000-ADD-SOURCE

           MOVE SQL-STMT-LVE OF S-COMP  TO  SQL-STMT OF S-COMP
           MOVE 'LVE'  TO  WK-SECTION OF W-WK
           PERFORM GC000-ADD-SOURCE

           COMPUTE WK-COMP-TOT OF W-WK
                   =  WK-CASH-TOT OF W-WK
                   +  WK-BENEFIT-TOT OF W-WK
                   +  WK-TAX-TOT OF W-WK
                   +  WK-RETIRE-TOT OF W-WK

           MOVE ZERO  TO  TCS-TOT-MAIL-SEQ
           MOVE WK-CASH-TOT OF W-WK     TO  TCS-TOT-CASH
           MOVE WK-BENEFIT-TOT OF W-WK  TO  TCS-TOT-BENEFIT
           MOVE WK-TAX-TOT OF W-WK      TO  TCS-TOT-TAX
           MOVE WK-RETIRE-TOT OF W-WK   TO  TCS-TOT-RETIRE
           MOVE WK-COMP-TOT OF W-WK     TO  TCS-TOT-COMP
           MOVE WK-LV-ACCRUED OF W-WK   TO  TCS-TOT-LV-ACCRUED
           MOVE WK-LV-USED OF W-WK      TO  TCS-TOT-LV-USED
           MOVE W-TCS-TOT  TO  W-TCS-REC
           PERFORM GD000-RELEASE-LINE

           ADD WK-COMP-TOT OF W-WK  TO  WK-RUN-COMP-TOT OF W-WK
           ADD 1  TO  WK-EMPL-CNT OF W-WK

           PERFORM GA100-FETCH-EMPLOYEE

           .
       BUILD-ONE-STATEMENT-EXIT.


      /*****************************************************************
      *                                                                *
       GC000-ADD-SOURCE SECTION.
       GC000.
      *  Runs the source statement loaded in SQL-STMT OF S-COMP and    *
      *  releases one detail line per row under WK-SECTION.            *
      ******************************************************************

           MOVE SPACE  TO  FETCH-COMP-SW OF W-SW

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-COMP
                                   SQL-STMT OF S-COMP
                                   BIND-SETUP OF S-COMP
                                   BIND-DATA OF S-COMP
                                   SELECT-SETUP OF S-COMP
                                   SELECT-DATA OF S-COMP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ADD-SOURCE(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM GC100-FETCH-LINE

           PERFORM GC200-ADD-ONE-LINE
                   UNTIL FETCH-COMP-END OF W-SW

           .
       ADD-SOURCE-EXIT.


      /*****************************************************************
      *                                                                *
       GC100-FETCH-LINE SECTION.
       GC100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-COMP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-COMP
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-COMP-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-LINE'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       GC200-ADD-ONE-LINE SECTION.
       GC200.
      *                                                                *
      ******************************************************************

           EVALUATE WK-SECTION OF W-WK

               WHEN 'ERN'
                   ADD AMOUNT OF S-COMP  TO  WK-CASH-TOT OF W-WK

               WHEN 'BEN'
                   ADD AMOUNT OF S-COMP  TO  WK-BENEFIT-TOT OF W-WK

               WHEN 'TAX'
                   ADD AMOUNT OF S-COMP  TO  WK-TAX-TOT OF W-WK

               WHEN 'RET'
                   ADD AMOUNT OF S-COMP  TO  WK-RETIRE-TOT OF W-WK

               WHEN 'LVE'
                   ADD HOURS OF S-COMP  TO  WK-LV-ACCRUED OF W-WK
                   ADD HOURS-USED OF S-COMP  TO  WK-LV-USED OF W-WK
           END-EVALUATE

           MOVE ZERO  TO  TCS-DTL-MAIL-SEQ
           MOVE WK-SECTION OF W-WK    TO  TCS-DTL-SECTION
           MOVE CATEGORY OF S-COMP    TO  TCS-DTL-CATEGORY
           MOVE DESCR OF S-COMP       TO  TCS-DTL-DESCR
           MOVE AMOUNT OF S-COMP      TO  TCS-DTL-AMOUNT
           MOVE HOURS OF S-COMP       TO  TCS-DTL-HOURS
           MOVE HOURS-USED OF S-COMP  TO  TCS-DTL-HOURS-USED
           MOVE W-TCS-DTL  TO  W-TCS-REC
           PERFORM GD000-RELEASE-LINE

           PERFORM GC100-FETCH-LINE

           .
       ADD-ONE-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       GD000-RELEASE-LINE SECTION.
       GD000.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-LINE-SEQ OF W-WK
           MOVE WK-LINE-SEQ OF W-WK  TO  SRT-LINE-SEQ
           MOVE W-TCS-REC            TO  SRT-PAYLOAD

           RELEASE SORT-REC

           .
       RELEASE-LINE-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-WRITE-STATEMENTS SECTION.
       MA000.
      *  Sort output: the file header, then each statement in presort  *
      *  order numbered by its mailing sequence, then the trailer.     *
      ******************************************************************

           OPEN OUTPUT STATEMENT-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Statement extract could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE COMPANY OF SELECT-DATA OF S-RUNCTL  TO  TCS-FHDR-COMPANY
           MOVE FROM-DT OF SELECT-DATA OF S-RUNCTL  TO  TCS-FHDR-FROM-DT
           MOVE TO-DT OF SELECT-DATA OF S-RUNCTL    TO  TCS-FHDR-TO-DT
           MOVE WK-TODAY OF W-WK                    TO  TCS-FHDR-RUN-DT
           WRITE STATEMENT-REC  FROM  W-TCS-FHDR

           PERFORM MA100-RETURN-SORTED

           PERFORM MB000-WRITE-ONE-REC
                   UNTIL SORT-EOF-YES OF W-SW

           MOVE WK-MAIL-SEQ OF W-WK      TO  TCS-TRL-STMT-CNT
           MOVE WK-RUN-COMP-TOT OF W-WK  TO  TCS-TRL-COMP-TOT
           WRITE STATEMENT-REC  FROM  W-TCS-TRL

           CLOSE STATEMENT-FILE

           .
       WRITE-STATEMENTS-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-RETURN-SORTED SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF-YES OF W-SW  TO  TRUE
           END-RETURN

           .
       RETURN-SORTED-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-WRITE-ONE-REC SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           MOVE SRT-PAYLOAD  TO  W-TCS-REC

           EVALUATE TCS-REC-TYPE OF W-TCS-REC

               WHEN 'H'
                   ADD 1  TO  WK-MAIL-SEQ OF W-WK
                   MOVE W-TCS-REC  TO  W-TCS-HDR
                   MOVE WK-MAIL-SEQ OF W-WK  TO  TCS-HDR-MAIL-SEQ
                   WRITE STATEMENT-REC  FROM  W-TCS-HDR

               WHEN 'D'
                   MOVE W-TCS-REC  TO  W-TCS-DTL
                   MOVE WK-MAIL-SEQ OF W-WK  TO  TCS-DTL-MAIL-SEQ
                   WRITE STATEMENT-REC  FROM  W-TCS-DTL

               WHEN 'T'
                   MOVE W-TCS-REC  TO  W-TCS-TOT
                   MOVE WK-MAIL-SEQ OF W-WK  TO  TCS-TOT-MAIL-SEQ
                   WRITE STATEMENT-REC  FROM  W-TCS-TOT

               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM MA100-RETURN-SORTED

           .
       WRITE-ONE-REC-EXIT.


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
           DISPLAY 'Total Compensation Statements ended at '
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
           DISPLAY 'Total Compensation Statements did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
