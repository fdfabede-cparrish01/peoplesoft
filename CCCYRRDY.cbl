       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCYRRDY.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCYRRDY - NEW-YEAR READINESS VALIDATION                *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- run in December for the coming      *
      *       year, checks that every table the payroll reads is       *
      *       populated and effective for that year and prints a       *
      *       readiness certificate or a gap list.  A clean run        *
      *       certifies the year; PSPPYRUN refuses a calc dated in a   *
      *       year that has not been certified.                        *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * NINE CHECKS FOR THE TAX YEAR ON THE RUN CONTROL (THE YEAR      *
      * AFTER TODAY'S WHEN IT IS ZERO), EACH RETURNING ONE ROW PER     *
      * GAP FOUND:                                                     *
      *                                                                *
      *   FEDERAL TAX   - FEDERAL WITHHOLDING TABLES, FICA AND FUTA    *
      *                   RATES WITH NO ROW EFFECTIVE FOR THE YEAR.    *
      *   STATE TAX     - EACH STATE WITH ACTIVE EMPLOYEES MISSING     *
      *                   ITS WITHHOLDING TABLE, SUPPLEMENTAL RATE OR  *
      *                   SUI RATE FOR THE YEAR.                       *
      *   WAGE BASE     - THE SOCIAL SECURITY AND FUTA WAGE BASES AND  *
      *                   EACH SUI STATE'S TAXABLE WAGE BASE.          *
      *   DEFER LIMIT   - THE 402(G), CATCH-UP AND 415(C) LIMIT ROW    *
      *                   CCCDFLIM READS.                              *
      *   DEPOSIT SCHED - EACH JURISDICTION WITHOUT A DEPOSIT          *
      *                   SCHEDULE FOR CCCTXDEP EFFECTIVE IN THE YEAR. *
      *   HOLIDAY       - EACH COMPANY WITH NO ROWS ON THE SHARED      *
      *                   HOLIDAY TABLE FOR THE YEAR.                  *
      *   PAY CALENDAR  - EACH ACTIVE PAY GROUP WHOSE CCCCALGN         *
      *                   CALENDARS DO NOT REACH THE END OF THE YEAR.  *
      *   DEADLINE      - EACH CALENDAR OF THE YEAR WITH NO ROW ON     *
      *                   THE CALENDAR DEADLINE TABLE.                 *
      *   CHECK STOCK   - EACH FORMS SERIES WHOSE REMAINING STOCK      *
      *                   (AS CCCCKSTK REPORTS IT) DOES NOT COVER THE  *
      *                   CHECKS THE YEAR'S CALENDARS WILL DRAW AT     *
      *                   THE CURRENT YEAR'S RATE.                     *
      *                                                                *
      * THE GAPS ARE PRINTED ON THE YRREADY REPORT.  WITH NO GAPS THE  *
      * REPORT IS THE READINESS CERTIFICATE AND THE YEAR IS RECORDED   *
      * AS CERTIFIED; WITH GAPS ANY EARLIER CERTIFICATION OF THE YEAR  *
      * IS WITHDRAWN AND THE RUN IS MARKED UNSUCCESSFUL.               *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT READINESS-FILE      ASSIGN TO  'YRREADY'
                                       ORGANIZATION IS  LINE SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  READINESS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.

       01  READINESS-REC               PIC X(132).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCYRRDY'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.
           02  WK-TODAY                PIC 9(8).
           02  WK-TODAY-R   REDEFINES  WK-TODAY.
               03  WK-TODAY-YR         PIC 9(4).
               03  FILLER              PIC 9(4).
           02  WK-GAP-CNT              PIC 9(5)    COMP  VALUE ZERO.
           02  WK-CHECK-CNT            PIC 9(5)    COMP  VALUE ZERO.
           02  WK-AREA                 PIC X(13)   VALUE SPACE.


       01  W-DSP.
           02  GAP-CNT                 PIC ZZZZ9.


       01  W-SW.
           02  FETCH-GAP-SW            PIC X       VALUE SPACE.
               88  FETCH-GAP-END                   VALUE 'E'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      *            READINESS REPORT LINES                              *
      ******************************************************************
       01  W-RDY-TITLE.
           02  FILLER                  PIC X(40)   VALUE
                   'PAYROLL NEW-YEAR READINESS VALIDATION --'.
           02  FILLER                  PIC X(11)   VALUE
                   ' TAX YEAR: '.
           02  RDT-TAX-YEAR            PIC 9999.
           02  FILLER                  PIC X(77)   VALUE SPACE.

       01  W-RDY-HEAD.
           02  FILLER                  PIC X(14)   VALUE 'AREA'.
           02  FILLER                  PIC X(31)   VALUE 'KEY'.
           02  FILLER                  PIC X(87)   VALUE 'GAP'.

       01  W-RDY-LINE.
           02  RDL-AREA                PIC X(13).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RDL-GAP-KEY             PIC X(30).
           02  FILLER                  PIC X       VALUE SPACE.
           02  RDL-GAP-DESCR           PIC X(50).
           02  FILLER                  PIC X(37)   VALUE SPACE.

       01  W-RDY-TOTAL.
           02  FILLER                  PIC X(20)   VALUE
                   'TOTAL GAPS:         '.
           02  RDO-GAP-CNT             PIC ZZZZ9.
           02  FILLER                  PIC X(107)  VALUE SPACE.

       01  W-RDY-CERT.
           02  FILLER                  PIC X(40)   VALUE
                   'CERTIFIED: ALL NINE CHECKS PASSED. EVERY'.
           02  FILLER                  PIC X(41)   VALUE
                   ' TABLE THE PAYROLL READS IS POPULATED AND'.
           02  FILLER                  PIC X(23)   VALUE
                   ' EFFECTIVE FOR THE YEAR'.
           02  FILLER                  PIC X(28)   VALUE SPACE.

       01  W-RDY-NOCERT.
           02  FILLER                  PIC X(40)   VALUE
                   'NOT CERTIFIED: CORRECT THE GAPS ABOVE AN'.
           02  FILLER                  PIC X(40)   VALUE
                   'D RERUN. PSPPYRUN REFUSES A CALC IN THE '.
           02  FILLER                  PIC X(21)   VALUE
                   'YEAR UNTIL IT PASSES.'.
           02  FILLER                  PIC X(31)   VALUE SPACE.


      /*****************************************************************
      *            READINESS RUN CONTROL BUFFER AND STMT               *
      *  TAX-YEAR zero means the year after the current one.           *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCYRRDY_S_RUNCTL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  TAX-YEAR            PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCYRRDY_D_RUNCTL'.

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
                                                   'CCCYRRDY_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.



      /*****************************************************************
      *  READINESS GAPS  BUFFER AND STMTS                              *
      *  One statement per check, all returning the same gap row:      *
      *  the key the gap is under (the jurisdiction, company, pay      *
      *  group, calendar or forms series) and what is missing.         *
      *  Carries its own cursor.                                       *
      ******************************************************************
       01  S-GAP.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18).
           02  SQL-STMT-FEDTAX         PIC X(18)   VALUE
                                                   'CCCYRRDY_S_FEDTAX'.
           02  SQL-STMT-STATAX         PIC X(18)   VALUE
                                                   'CCCYRRDY_S_STATAX'.
           02  SQL-STMT-WAGEBS         PIC X(18)   VALUE
                                                   'CCCYRRDY_S_WAGEBS'.
           02  SQL-STMT-LIMITS         PIC X(18)   VALUE
                                                   'CCCYRRDY_S_LIMITS'.
           02  SQL-STMT-TXDEP          PIC X(18)   VALUE
                                                   'CCCYRRDY_S_TXDEP'.
           02  SQL-STMT-HOLDAY         PIC X(18)   VALUE
                                                   'CCCYRRDY_S_HOLDAY'.
           02  SQL-STMT-CALNDR         PIC X(18)   VALUE
                                                   'CCCYRRDY_S_CALNDR'.
           02  SQL-STMT-DEADLN         PIC X(18)   VALUE
                                                   'CCCYRRDY_S_DEADLN'.
           02  SQL-STMT-CKSTK          PIC X(18)   VALUE
                                                   'CCCYRRDY_S_CKSTK'.

           02  BIND-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  TAX-YEAR            PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(50)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  GAP-KEY             PIC X(30).
               03  GAP-DESCR           PIC X(50).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  YEAR CERTIFICATION DELETE AND INSERT STMTS                    *
      *  The delete runs on every pass, so a rerun that finds a gap    *
      *  withdraws an earlier certificate; the insert runs only when   *
      *  the year is clean.                                            *
      ******************************************************************
       01  U-CERT.
           02  SQL-STMT                PIC X(18).
           02  SQL-STMT-CLEAR          PIC X(18)   VALUE
                                                   'CCCYRRDY_D_CERT'.
           02  SQL-STMT-CERTIFY        PIC X(18)   VALUE
                                                   'CCCYRRDY_I_CERT'.

           02  BIND-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  TAX-YEAR            PIC 9999                COMP.
               03  OPRID               PIC X(30).
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

           IF TAX-YEAR OF S-RUNCTL  =  ZERO

               ACCEPT WK-TODAY OF W-WK  FROM  DATE YYYYMMDD
               COMPUTE TAX-YEAR OF S-RUNCTL
                       =  WK-TODAY-YR OF W-WK  +  1
           END-IF

           ACCEPT WK-TIME OF W-WK  FROM  TIME
           INSPECT WK-TIME OF W-WK CONVERTING SPACE TO ':'
           INSPECT WK-TIME OF W-WK CONVERTING '/' TO '.'
           DISPLAY 'New-Year Readiness Validation started for Tax '
                   'Year: ' TAX-YEAR OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           OPEN OUTPUT READINESS-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'Readiness report could not be opened, '
                       'status: ' WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE TAX-YEAR OF S-RUNCTL  TO  RDT-TAX-YEAR
           WRITE READINESS-REC  FROM  W-RDY-TITLE
           MOVE SPACE  TO  READINESS-REC
           WRITE READINESS-REC
           WRITE READINESS-REC  FROM  W-RDY-HEAD

           MOVE TAX-YEAR OF S-RUNCTL
                   TO  TAX-YEAR OF BIND-DATA OF S-GAP

           MOVE SQL-STMT-FEDTAX OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'FEDERAL TAX'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           MOVE SQL-STMT-STATAX OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'STATE TAX'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           MOVE SQL-STMT-WAGEBS OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'WAGE BASE'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           MOVE SQL-STMT-LIMITS OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'DEFER LIMIT'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           MOVE SQL-STMT-TXDEP OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'DEPOSIT SCHED'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           MOVE SQL-STMT-HOLDAY OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'HOLIDAY'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           MOVE SQL-STMT-CALNDR OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'PAY CALENDAR'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           MOVE SQL-STMT-DEADLN OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'DEADLINE'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           MOVE SQL-STMT-CKSTK OF S-GAP  TO  SQL-STMT OF S-GAP
           MOVE 'CHECK STOCK'  TO  WK-AREA OF W-WK
           PERFORM MA000-RUN-ONE-CHECK

           PERFORM MC000-RECORD-CERTIFICATION

           MOVE SPACE  TO  READINESS-REC
           WRITE READINESS-REC
           MOVE WK-GAP-CNT OF W-WK  TO  RDO-GAP-CNT
           WRITE READINESS-REC  FROM  W-RDY-TOTAL

           IF WK-GAP-CNT OF W-WK  =  ZERO

               WRITE READINESS-REC  FROM  W-RDY-CERT
           ELSE
               WRITE READINESS-REC  FROM  W-RDY-NOCERT
           END-IF

           CLOSE READINESS-FILE

           MOVE WK-GAP-CNT OF W-WK  TO  GAP-CNT OF W-DSP
           DISPLAY 'Gaps: ' GAP-CNT OF W-DSP

           IF WK-GAP-CNT OF W-WK  =  ZERO

               DISPLAY 'Tax Year ' TAX-YEAR OF S-RUNCTL
                       ' is certified ready.'
           ELSE
               DISPLAY 'Tax Year ' TAX-YEAR OF S-RUNCTL
                       ' is NOT certified; PSPPYRUN will refuse '
                       'its calcs until a clean rerun.'
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

                   DISPLAY 'Readiness Run Control Missing.'
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
       MA000-RUN-ONE-CHECK SECTION.
       MA000.
      *  Runs the check statement loaded in SQL-STMT OF S-GAP and      *
      *  prints one report line per gap under the area in WK-AREA.     *
      ******************************************************************

           MOVE SPACE  TO  FETCH-GAP-SW OF W-SW
           MOVE ZERO   TO  WK-CHECK-CNT OF W-WK

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-GAP
                                   SQL-STMT OF S-GAP
                                   BIND-SETUP OF S-GAP
                                   BIND-DATA OF S-GAP
                                   SELECT-SETUP OF S-GAP
                                   SELECT-DATA OF S-GAP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RUN-ONE-CHECK(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-GAP

           PERFORM MB000-REPORT-ONE-GAP
                   UNTIL FETCH-GAP-END OF W-SW

           MOVE WK-CHECK-CNT OF W-WK  TO  GAP-CNT OF W-DSP
           DISPLAY '  ' WK-AREA OF W-WK ' gaps: ' GAP-CNT OF W-DSP

           .
       RUN-ONE-CHECK-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-GAP SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-GAP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-GAP
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-GAP-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-GAP'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-GAP-EXIT.


      /*****************************************************************
      *                                                                *
       MB000-REPORT-ONE-GAP SECTION.
       MB000.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-GAP-CNT OF W-WK
           ADD 1  TO  WK-CHECK-CNT OF W-WK

           MOVE WK-AREA OF W-WK  TO  RDL-AREA
           MOVE GAP-KEY OF S-GAP  TO  RDL-GAP-KEY
           MOVE GAP-DESCR OF S-GAP  TO  RDL-GAP-DESCR
           WRITE READINESS-REC  FROM  W-RDY-LINE

           PERFORM MA100-FETCH-GAP

           .
       REPORT-ONE-GAP-EXIT.


      /*****************************************************************
      *                                                                *
       MC000-RECORD-CERTIFICATION SECTION.
       MC000.
      *  Clears the year's certification, then certifies it again      *
      *  only when every check came back clean.                        *
      ******************************************************************

           MOVE TAX-YEAR OF S-RUNCTL
                   TO  TAX-YEAR OF BIND-DATA OF U-CERT
           MOVE OPRID OF SQLRT
                   TO  OPRID OF BIND-DATA OF U-CERT
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF U-CERT

           MOVE SQL-STMT-CLEAR OF U-CERT  TO  SQL-STMT OF U-CERT

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-CERT
                                   BIND-SETUP OF U-CERT
                                   BIND-DATA OF U-CERT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RECORD-CERTIFICATION(DELETE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF WK-GAP-CNT OF W-WK  =  ZERO

               MOVE SQL-STMT-CERTIFY OF U-CERT  TO  SQL-STMT OF U-CERT

               CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
                                       SQL-STMT OF U-CERT
                                       BIND-SETUP OF U-CERT
                                       BIND-DATA OF U-CERT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'RECORD-CERTIFICATION(INSERT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RECORD-CERTIFICATION(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       RECORD-CERTIFICATION-EXIT.


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
           DISPLAY 'New-Year Readiness Validation ended at '
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

           IF WK-GAP-CNT OF W-WK  NOT =  ZERO

               SET RUN-STATUS-UNSUCCESSFUL OF USTAT  TO  TRUE
               SET CONTINUE-JOB-NO OF USTAT          TO  TRUE
               DISPLAY 'ON-CALL ALERT -- new-year readiness gaps '
                       'leave Tax Year ' TAX-YEAR OF S-RUNCTL
                       ' uncertified.'
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
           DISPLAY 'New-Year Readiness Validation did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
