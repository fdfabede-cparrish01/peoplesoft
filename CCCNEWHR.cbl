       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCNEWHR.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *      CCCNEWHR - WEEKLY STATE NEW-HIRE REPORTING FILE           *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- selects the company's new hires     *
      *       and rehires not yet reported, writes each reporting      *
      *       state's new-hire directory submission with the employer  *
      *       FEIN and address, stamps each hire reported, lists the   *
      *       hires that cannot be reported and registers each state's *
      *       submission through CCCIFREG.                             *
      *    10/15/26 TJM Employee IDs on the exception listing pass     *
      *       through CCCMSKDT, masked per the data classification     *
      *       table unless the operator holds the unmask grant.        *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * WEEKLY STATE NEW-HIRE REPORTING FOR ONE COMPANY.  EVERY HIRE   *
      * AND REHIRE ON THE JOB DATA WITH A HIRE OR REHIRE DATE ON OR    *
      * BEFORE THE RUN CONTROL'S REPORT DATE THAT CARRIES NO NEW-HIRE  *
      * REPORTED STAMP IS SELECTED, IN REPORTING STATE ORDER (THE      *
      * STATE OF THE JOB'S WORK LOCATION).                             *
      *                                                                *
      * A HIRE WITH NO SSN, NO HOME ADDRESS (STREET, CITY AND POSTAL   *
      * CODE) OR NO REPORTING STATE IS PRINTED ON THE EXCEPTION LIST   *
      * AND LEFT UNSTAMPED, SO IT IS PICKED UP BY THE NEXT WEEKLY RUN  *
      * ONCE THE DATA IS CORRECTED.  EVERY OTHER HIRE IS WRITTEN AND   *
      * STAMPED WITH THE REPORT DATE, SO A RERUN DOES NOT RESEND IT.   *
      *                                                                *
      * THE NEWHIRE FILE CARRIES ONE SUBMISSION PER STATE (H EMPLOYER  *
      * HEADER WITH THE FEIN AND ADDRESS, W NEW-HIRE RECORD PER        *
      * EMPLOYEE, T TRAILER), EACH REGISTERED SEPARATELY AS NH PLUS    *
      * THE STATE CODE.                                                *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
      *    State new-hire directory file; fixed 400-byte records,
      *    plain sequential organization.
           SELECT NEW-HIRE-FILE       ASSIGN TO  'NEWHIRE'
                                       ORGANIZATION IS  SEQUENTIAL
                                       FILE STATUS IS  WK-FILE-STATUS.


       DATA DIVISION.


       FILE SECTION.

       FD  NEW-HIRE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 400 CHARACTERS.

       01  NEW-HIRE-REC                PIC X(400).


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCNEWHR'.


       01  W-WK.
           02  WK-TIME                 PIC 99B99B99/99.
           02  WK-FILE-STATUS          PIC XX.
               88  WK-FILE-STATUS-OK               VALUE '00'.

           02  WK-CUR-STATE            PIC X(6)    VALUE SPACE.
           02  WK-HIRE-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-ST-HIRE-CNT          PIC 9(7)    COMP  VALUE ZERO.
           02  WK-RPT-CNT              PIC 9(7)    COMP  VALUE ZERO.
           02  WK-EXCEPTION-CNT        PIC 9(7)    COMP  VALUE ZERO.
           02  WK-STATE-CNT            PIC 9(5)    COMP  VALUE ZERO.
           02  WK-MISSING              PIC X(40)   VALUE SPACE.
           02  WK-MISSING-PTR          PIC 99      COMP  VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


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
           02  STATE-CNT               PIC ZZ,ZZ9.


       01  W-SW.
           02  FETCH-HIRE-SW           PIC X       VALUE SPACE.
               88  FETCH-HIRE-END                  VALUE 'E'.
           02  WK-HIRE-OK-SW           PIC X       VALUE 'Y'.
               88  WK-HIRE-OK-YES                  VALUE 'Y'.
               88  WK-HIRE-OK-NO                   VALUE 'N'.
           02  WK-FILE-OPEN-SW         PIC X       VALUE 'N'.
               88  WK-FILE-OPEN-YES                VALUE 'Y'.
               88  WK-FILE-OPEN-NO                 VALUE 'N'.


       01  W-PRC-INSTANCE.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      * CCC Interface File Register                                    *
      ******************************************************************

           COPY CCCIFWK.


      /*****************************************************************
      *            STATE NEW-HIRE RECORD IMAGES                        *
      *  Fixed 400-byte records: H employer header, W new-hire         *
      *  record, T state trailer.  Dates are YYYYMMDD; the hire type   *
      *  is H new hire or R rehire.                                    *
      ******************************************************************
       01  W-NH-HDR.
           02  FILLER                  PIC X       VALUE 'H'.
           02  NH-STATE-CD             PIC X(2).
           02  NH-EIN                  PIC X(9).
           02  NH-EMPLOYER-NAME        PIC X(50).
           02  NH-ER-ADDRESS1          PIC X(35).
           02  NH-ER-ADDRESS2          PIC X(35).
           02  NH-ER-CITY              PIC X(30).
           02  NH-ER-STATE             PIC X(2).
           02  NH-ER-POSTAL            PIC X(10).
           02  NH-STATE-ER-ID          PIC X(15).
           02  NH-REPORT-DT            PIC X(8).
           02  FILLER                  PIC X(203)  VALUE SPACE.

       01  W-NH-EMP.
           02  FILLER                  PIC X       VALUE 'W'.
           02  NW-SSN                  PIC X(9).
           02  NW-LAST-NAME            PIC X(30).
           02  NW-FIRST-NAME           PIC X(30).
           02  NW-MIDDLE-INIT          PIC X.
           02  NW-ADDRESS1             PIC X(35).
           02  NW-ADDRESS2             PIC X(35).
           02  NW-CITY                 PIC X(30).
           02  NW-STATE                PIC X(2).
           02  NW-POSTAL               PIC X(10).
           02  NW-BIRTH-DT             PIC X(8).
           02  NW-HIRE-DT              PIC X(8).
           02  NW-HIRE-TYPE            PIC X.
           02  NW-WORK-STATE           PIC X(2).
           02  NW-EIN                  PIC X(9).
           02  NW-EMPLID               PIC X(20).
           02  FILLER                  PIC X(169)  VALUE SPACE.

       01  W-NH-TRL.
           02  FILLER                  PIC X       VALUE 'T'.
           02  NT-STATE-CD             PIC X(2).
           02  NT-EIN                  PIC X(9).
           02  NT-HIRE-CNT             PIC 9(7).
           02  FILLER                  PIC X(381)  VALUE SPACE.


      /*****************************************************************
      *            NEW-HIRE REPORTING RUN CONTROL BUFFER AND STMT      *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNEWHR_S_RUNCTL'.

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
               03  REPORT-DT           PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            RUN CONTROL SQL DELETE STMT                         *
      ******************************************************************
       01  D-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNEWHR_D_RUNCTL'.

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
                                                   'CCCNEWHR_I_RCTLARC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  EMPLOYER SETUP  BUFFER AND STMT                               *
      *  The company's FEIN, legal name and address for the header.    *
      ******************************************************************
       01  S-ERSETUP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNEWHR_S_ERSETUP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(50)   VALUE ALL 'C'.
               03  FILLER              PIC X(35)   VALUE ALL 'C'.
               03  FILLER              PIC X(35)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EIN                 PIC X(9).
               03  EMPLOYER-NAME       PIC X(50).
               03  ADDRESS1            PIC X(35).
               03  ADDRESS2            PIC X(35).
               03  CITY                PIC X(30).
               03  STATE               PIC X(6).
               03  POSTAL              PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  STATE NEW-HIRE ACCOUNT  BUFFER AND STMT                       *
      *  The employer's identifier with the state's new-hire           *
      *  directory, where the state assigns one; most report under     *
      *  the FEIN alone, so no row is not an error.                    *
      ******************************************************************
       01  S-STSETUP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNEWHR_S_STSETUP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  STATE               PIC X(6).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(15)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  STATE-ER-ID         PIC X(15).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  UNREPORTED HIRES  BUFFER AND STMT                             *
      *  Hire and rehire rows on the job data dated on or before the   *
      *  report date with no new-hire reported stamp, with the         *
      *  personal data and home address, in reporting state and        *
      *  employee order.  Carries its own cursor; the state setup      *
      *  lookup and the stamp run on the common one.                   *
      ******************************************************************
       01  S-HIRES.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNEWHR_S_HIRES'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  REPORT-DT           PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X(9)    VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(35)   VALUE ALL 'C'.
               03  FILLER              PIC X(35)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  REPORT-STATE        PIC X(6).
               03  EMPLID              PIC X(20).
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  HIRE-DT             PIC X(10).
               03  HIRE-ACTION         PIC X(3).
                   88  HIRE-ACTION-REHIRE          VALUE 'REH'.
               03  SSN                 PIC X(9).
               03  LAST-NAME           PIC X(30).
               03  FIRST-NAME          PIC X(30).
               03  MIDDLE-INIT         PIC X.
               03  BIRTHDATE           PIC X(10).
               03  ADDRESS1            PIC X(35).
               03  ADDRESS2            PIC X(35).
               03  CITY                PIC X(30).
               03  STATE               PIC X(6).
               03  POSTAL              PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  NEW-HIRE REPORTED STAMP  SQL UPDATE STMT                      *
      *  Marks the hire row reported on the report date by this run.   *
      ******************************************************************
       01  U-NHSTAMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCNEWHR_U_NHSTAMP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  NEWHIRE-RPT-DT      PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  HIRE-DT             PIC X(10).
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
           DISPLAY 'New-Hire Reporting started for Company: '
                   COMPANY OF S-RUNCTL
           DISPLAY '                   Report Date: '
                   REPORT-DT OF S-RUNCTL
           DISPLAY ' at ' WK-TIME OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM DF000-SELECT-ER-SETUP

           PERFORM MA000-BUILD-NEW-HIRE-FILE

           PERFORM NA000-REPORT-CONTROL-TOTALS

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

                   DISPLAY 'New-Hire Reporting Run Control Missing.'
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
       DF000-SELECT-ER-SETUP SECTION.
       DF000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-ERSETUP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-ERSETUP
                                   BIND-SETUP OF S-ERSETUP
                                   BIND-DATA OF S-ERSETUP
                                   SELECT-SETUP OF S-ERSETUP
                                   SELECT-DATA OF S-ERSETUP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-ER-SETUP(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-ERSETUP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Employer setup was not found for Company: '
                           COMPANY OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'SELECT-ER-SETUP(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-ER-SETUP-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-BUILD-NEW-HIRE-FILE SECTION.
       MA000.
      *  Walks the unreported hires in state order.  A change of       *
      *  state closes the state's submission and opens the next.       *
      ******************************************************************

           OPEN OUTPUT NEW-HIRE-FILE

           IF NOT WK-FILE-STATUS-OK OF W-WK

               DISPLAY 'New-hire file could not be opened, status: '
                       WK-FILE-STATUS OF W-WK
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY ' '
           DISPLAY 'New-Hire Exceptions -- not reported, '
                   'correct and rerun'
           DISPLAY '  Employee ID          Last Name'
                   '                      Hire Date   Missing'

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-HIRES
           MOVE REPORT-DT OF S-RUNCTL
                   TO  REPORT-DT OF BIND-DATA OF S-HIRES

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HIRES
                                   SQL-STMT OF S-HIRES
                                   BIND-SETUP OF S-HIRES
                                   BIND-DATA OF S-HIRES
                                   SELECT-SETUP OF S-HIRES
                                   SELECT-DATA OF S-HIRES
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-NEW-HIRE-FILE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA100-FETCH-HIRE

           PERFORM ME000-PROCESS-ONE-HIRE
                   UNTIL FETCH-HIRE-END OF W-SW

           IF WK-CUR-STATE OF W-WK  NOT =  SPACE

               PERFORM MG000-END-STATE
           END-IF

           CLOSE NEW-HIRE-FILE

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUILD-NEW-HIRE-FILE(COMMIT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       BUILD-NEW-HIRE-FILE-EXIT.


      /*****************************************************************
      *                                                                *
       MA100-FETCH-HIRE SECTION.
       MA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-HIRES

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HIRES
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-HIRE-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-HIRE'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-HIRE-EXIT.


      /*****************************************************************
      *                                                                *
       ME000-PROCESS-ONE-HIRE SECTION.
       ME000.
      *  A complete hire is written and stamped; an incomplete one     *
      *  goes on the exception list and waits for the next run.        *
      ******************************************************************

           ADD 1  TO  WK-HIRE-CNT OF W-WK

           PERFORM ME100-CHECK-HIRE

           IF WK-HIRE-OK-YES OF W-SW

               IF REPORT-STATE OF S-HIRES
                       NOT =  WK-CUR-STATE OF W-WK

                   IF WK-CUR-STATE OF W-WK  NOT =  SPACE

                       PERFORM MG000-END-STATE
                   END-IF

                   PERFORM MF000-BEGIN-STATE
               END-IF

               PERFORM ME300-WRITE-HIRE-REC
               PERFORM ME400-STAMP-REPORTED
           ELSE
               PERFORM ME200-REPORT-EXCEPTION
           END-IF

           PERFORM MA100-FETCH-HIRE

           .
       PROCESS-ONE-HIRE-EXIT.


      /*****************************************************************
      *                                                                *
       ME100-CHECK-HIRE SECTION.
       ME100.
      *  Names every missing item in WK-MISSING for the exception      *
      *  line.                                                         *
      ******************************************************************

           SET WK-HIRE-OK-YES OF W-SW  TO  TRUE
           MOVE SPACE  TO  WK-MISSING OF W-WK
           MOVE 1      TO  WK-MISSING-PTR OF W-WK

           IF SSN OF S-HIRES  =  SPACE OR '000000000'

               SET WK-HIRE-OK-NO OF W-SW  TO  TRUE
               STRING 'SSN '  DELIMITED BY SIZE
                       INTO WK-MISSING OF W-WK
                       WITH POINTER WK-MISSING-PTR OF W-WK
           END-IF

           IF ADDRESS1 OF S-HIRES  =  SPACE
                   OR CITY OF S-HIRES  =  SPACE
                   OR POSTAL OF S-HIRES  =  SPACE

               SET WK-HIRE-OK-NO OF W-SW  TO  TRUE
               STRING 'ADDRESS '  DELIMITED BY SIZE
                       INTO WK-MISSING OF W-WK
                       WITH POINTER WK-MISSING-PTR OF W-WK
           END-IF

           IF REPORT-STATE OF S-HIRES  =  SPACE

               SET WK-HIRE-OK-NO OF W-SW  TO  TRUE
               STRING 'STATE '  DELIMITED BY SIZE
                       INTO WK-MISSING OF W-WK
                       WITH POINTER WK-MISSING-PTR OF W-WK
           END-IF

           .
       CHECK-HIRE-EXIT.


      /*****************************************************************
      *                                                                *
       ME200-REPORT-EXCEPTION SECTION.
       ME200.
      *                                                                *
      ******************************************************************

           ADD 1  TO  WK-EXCEPTION-CNT OF W-WK

           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF S-HIRES
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  ' WK-EMPLID-OUT OF W-WK
                   ' '  LAST-NAME OF S-HIRES
                   ' '  HIRE-DT OF S-HIRES
                   '  ' WK-MISSING OF W-WK

           .
       REPORT-EXCEPTION-EXIT.


      /*****************************************************************
      *                                                                *
       ME300-WRITE-HIRE-REC SECTION.
       ME300.
      *                                                                *
      ******************************************************************

           MOVE SSN OF S-HIRES          TO  NW-SSN
           MOVE LAST-NAME OF S-HIRES    TO  NW-LAST-NAME
           MOVE FIRST-NAME OF S-HIRES   TO  NW-FIRST-NAME
           MOVE MIDDLE-INIT OF S-HIRES  TO  NW-MIDDLE-INIT
           MOVE ADDRESS1 OF S-HIRES     TO  NW-ADDRESS1
           MOVE ADDRESS2 OF S-HIRES     TO  NW-ADDRESS2
           MOVE CITY OF S-HIRES         TO  NW-CITY
           MOVE STATE OF S-HIRES        TO  NW-STATE
           MOVE POSTAL OF S-HIRES       TO  NW-POSTAL
           MOVE REPORT-STATE OF S-HIRES TO  NW-WORK-STATE
           MOVE EIN OF S-ERSETUP        TO  NW-EIN
           MOVE EMPLID OF S-HIRES       TO  NW-EMPLID

           IF BIRTHDATE OF S-HIRES  =  SPACE

               MOVE SPACE  TO  NW-BIRTH-DT
           ELSE
               MOVE BIRTHDATE OF S-HIRES  TO  WK-DATE-IN OF W-DATE-8
               PERFORM XH000-FORMAT-DATE-8
               MOVE WK-DATE-8 OF W-DATE-8  TO  NW-BIRTH-DT
           END-IF

           MOVE HIRE-DT OF S-HIRES  TO  WK-DATE-IN OF W-DATE-8
           PERFORM XH000-FORMAT-DATE-8
           MOVE WK-DATE-8 OF W-DATE-8  TO  NW-HIRE-DT

           IF HIRE-ACTION-REHIRE OF S-HIRES

               MOVE 'R'  TO  NW-HIRE-TYPE
           ELSE
               MOVE 'H'  TO  NW-HIRE-TYPE
           END-IF

           WRITE NEW-HIRE-REC  FROM  W-NH-EMP

           ADD 1  TO  WK-ST-HIRE-CNT OF W-WK

           .
       WRITE-HIRE-REC-EXIT.


      /*****************************************************************
      *                                                                *
       ME400-STAMP-REPORTED SECTION.
       ME400.
      *                                                                *
      ******************************************************************

           MOVE REPORT-DT OF S-RUNCTL
                   TO  NEWHIRE-RPT-DT OF U-NHSTAMP
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF U-NHSTAMP
           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF U-NHSTAMP
           MOVE EMPLID OF S-HIRES       TO  EMPLID OF U-NHSTAMP
           MOVE EMPL-RCD-NO OF S-HIRES  TO  EMPL-RCD-NO OF U-NHSTAMP
           MOVE HIRE-DT OF S-HIRES      TO  HIRE-DT OF U-NHSTAMP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-NHSTAMP
                                   BIND-SETUP OF U-NHSTAMP
                                   BIND-DATA OF U-NHSTAMP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'STAMP-REPORTED(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       STAMP-REPORTED-EXIT.


      /*****************************************************************
      *                                                                *
       MF000-BEGIN-STATE SECTION.
       MF000.
      *  Looks up the state's employer identifier and writes the       *
      *  employer header that opens the state's submission.            *
      ******************************************************************

           MOVE REPORT-STATE OF S-HIRES  TO  WK-CUR-STATE OF W-WK
           MOVE ZERO  TO  WK-ST-HIRE-CNT OF W-WK

           PERFORM MF100-SELECT-STATE-SETUP

           MOVE WK-CUR-STATE OF W-WK          TO  NH-STATE-CD
           MOVE EIN OF S-ERSETUP              TO  NH-EIN
           MOVE EMPLOYER-NAME OF S-ERSETUP    TO  NH-EMPLOYER-NAME
           MOVE ADDRESS1 OF S-ERSETUP         TO  NH-ER-ADDRESS1
           MOVE ADDRESS2 OF S-ERSETUP         TO  NH-ER-ADDRESS2
           MOVE CITY OF S-ERSETUP             TO  NH-ER-CITY
           MOVE STATE OF SELECT-DATA OF S-ERSETUP
                                              TO  NH-ER-STATE
           MOVE POSTAL OF S-ERSETUP           TO  NH-ER-POSTAL
           MOVE STATE-ER-ID OF S-STSETUP      TO  NH-STATE-ER-ID
           MOVE REPORT-DT OF S-RUNCTL  TO  WK-DATE-IN OF W-DATE-8
           PERFORM XH000-FORMAT-DATE-8
           MOVE WK-DATE-8 OF W-DATE-8         TO  NH-REPORT-DT

           WRITE NEW-HIRE-REC  FROM  W-NH-HDR

           .
       BEGIN-STATE-EXIT.


      /*****************************************************************
      *                                                                *
       MF100-SELECT-STATE-SETUP SECTION.
       MF100.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF S-RUNCTL
                   TO  COMPANY OF BIND-DATA OF S-STSETUP
           MOVE WK-CUR-STATE OF W-WK
                   TO  STATE OF BIND-DATA OF S-STSETUP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-STSETUP
                                   BIND-SETUP OF S-STSETUP
                                   BIND-DATA OF S-STSETUP
                                   SELECT-SETUP OF S-STSETUP
                                   SELECT-DATA OF S-STSETUP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-STATE-SETUP(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-STSETUP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'SELECT-STATE-SETUP(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       SELECT-STATE-SETUP-EXIT.


      /*****************************************************************
      *                                                                *
       MG000-END-STATE SECTION.
       MG000.
      *  Writes the trailer that closes the state's submission and     *
      *  registers it.                                                 *
      ******************************************************************

           MOVE WK-CUR-STATE OF W-WK    TO  NT-STATE-CD
           MOVE EIN OF S-ERSETUP        TO  NT-EIN
           MOVE WK-ST-HIRE-CNT OF W-WK  TO  NT-HIRE-CNT

           WRITE NEW-HIRE-REC  FROM  W-NH-TRL

           MOVE WK-ST-HIRE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY 'State: ' WK-CUR-STATE OF W-WK
                   '  New hires reported: ' CNT-OUT OF W-DSP

           PERFORM NB000-REGISTER-INTERFACE

           ADD 1  TO  WK-STATE-CNT OF W-WK
           ADD WK-ST-HIRE-CNT OF W-WK  TO  WK-RPT-CNT OF W-WK

           .
       END-STATE-EXIT.


      /*****************************************************************
      *                                                                *
       NA000-REPORT-CONTROL-TOTALS SECTION.
       NA000.
      *                                                                *
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'New-Hire File Control Totals'
           MOVE WK-HIRE-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Hires Selected:      ' CNT-OUT OF W-DSP
           MOVE WK-RPT-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Hires Reported:      ' CNT-OUT OF W-DSP
           MOVE WK-EXCEPTION-CNT OF W-WK  TO  CNT-OUT OF W-DSP
           DISPLAY '  Exceptions:          ' CNT-OUT OF W-DSP
           MOVE WK-STATE-CNT OF W-WK  TO  STATE-CNT OF W-DSP
           DISPLAY '  States Written:       ' STATE-CNT OF W-DSP

           .
       REPORT-CONTROL-TOTALS-EXIT.


      /*****************************************************************
      *                                                                *
       NB000-REGISTER-INTERFACE SECTION.
       NB000.
      *  Records the state's submission on the interface register      *
      *  under NH plus the state code.  A failed register write is     *
      *  reported but does not fail the build.  The register row is    *
      *  committed with the reported stamps once the file is closed.   *
      ******************************************************************

           MOVE SPACE  TO  INTERFACE-FILE OF W-IFREGPARM
           STRING 'NH' WK-CUR-STATE OF W-WK
                   DELIMITED BY SPACE
                   INTO INTERFACE-FILE OF W-IFREGPARM

           MOVE PROGRAM-IDENTITY  TO  GENERATOR-PROGRAM OF W-IFREGPARM
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-IFREGPARM
           MOVE SPACE                TO  PAYGROUP OF W-IFREGPARM
           MOVE REPORT-DT OF S-RUNCTL
                   TO  PAY-END-DT OF W-IFREGPARM
           MOVE WK-ST-HIRE-CNT OF W-WK
                   TO  IF-REC-CNT OF W-IFREGPARM
           MOVE ZERO  TO  IF-CTL-AMT OF W-IFREGPARM
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF W-IFREGPARM

           CALL 'CCCIFREG' USING   SQLRT
                                   W-IFREGPARM
           IF RETURN-CD-FAILURE OF W-IFREGPARM

               DISPLAY 'Interface register write failed; the '
                       WK-CUR-STATE OF W-WK
                       ' new-hire submission is sound but must be '
                       'logged by hand.'
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
           MOVE 'CCCNEWHR'  TO  REPORT-ID OF W-MASKPARM
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
           DISPLAY 'New-Hire Reporting ended at '
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
           DISPLAY 'New-Hire Reporting did not finish at '
                   WK-TIME OF W-WK
                   ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.
