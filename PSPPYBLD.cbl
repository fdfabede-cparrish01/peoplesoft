      *       run is inside the final hours of its paysheets-built-   *
      *       by cutoff on the calendar deadline table, through       *
      *       CCCDLNCK.                                               *
      *    10/15/26 TJM Take the build-time baseline of each built     *
      *       calendar's pages, lines, earnings and one-time           *
      *       deductions on the paysheet snapshot table, so CCCPSAUD   *
      *       can capture every manual change made before confirm.     *
      *    10/15/26 TJM Add the holiday earnings line to each eligible *
      *       employee's on-cycle paysheet for every company-observed  *
      *       holiday in the period, from the shared holiday table     *
      *       and the holiday pay rules by pay group and employee      *
      *       class, with a report of who was paid and who was         *
      *       excluded and why.                                        *
      *    10/15/26 TJM Employee IDs on the paysheet, holiday and      *
      *       reconciliation listings pass through CCCMSKDT, masked    *
      *       per the data classification table unless the operator    *
      *       holds the unmask grant.                                  *
      *                                                                *
      ******************************************************************

           02  WK-RUNHST-END-DT        PIC X(10).
           02  WK-RUNHST-RAW           PIC X(8).

      *    Holiday pay work fields: the hours for the line, the
      *    exclusion reason (space when eligible) and the counts.
           02  WK-HOL-HOURS            PIC S9(3)V99            COMP-3
                                                   VALUE ZERO.
           02  WK-HOL-DAY-CNT          PIC 9                   COMP
                                                   VALUE ZERO.
           02  WK-HOL-EXCL-REASON      PIC X(30)   VALUE SPACE.
           02  WK-HOL-PAID-CNT         PIC 9(5)                COMP
                                                   VALUE ZERO.
           02  WK-HOL-EXCL-CNT         PIC 9(5)                COMP
                                                   VALUE ZERO.
           02  WK-EMPLID-OUT           PIC X(20)   VALUE SPACE.


       01  W-SW.
           02  FETCH-CAL-SW            PIC X       VALUE SPACE.
               88  WK-TL-READY-YES                 VALUE 'Y'.
           02  FETCH-RECON-SW          PIC X       VALUE SPACE.
               88  FETCH-RECON-END                 VALUE 'E'.
           02  FETCH-HOLPRD-SW         PIC X       VALUE SPACE.
               88  FETCH-HOLPRD-END                VALUE 'E'.
           02  FETCH-HOLEMP-SW         PIC X       VALUE SPACE.
               88  FETCH-HOLEMP-END                VALUE 'E'.


      /*****************************************************************
           02  DLN-HOURS               PIC -ZZZ9.


       01  W-HOL-DSP.
           02  HOL-HOURS               PIC ZZ9.99.


       01  W-NET-PARAM.
           02  RETURN-CD               PIC 99                  COMP.
               88  RETURN-CD-SUCCESS               VALUE 0.
           02  PROCESS-INSTANCE-ERRMSG PIC 9(10).


      /*****************************************************************
      * CCC Sensitive Data Masking                                     *
      ******************************************************************

           COPY CCCMKWK.


      /*****************************************************************
      *            PAYSHEET_RUNCTL BUFFER AND STMT                     *
      ******************************************************************
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  PAYSHEET SNAPSHOT STMTS                                       *
      *  The build-time baseline CCCPSAUD compares the live paysheet   *
      *  against.  The purge statement drops snapshot rows whose page/ *
      *  line no longer exists; the add statement snapshots only the   *
      *  page/line/earnings/one-time rows not already on file, so a    *
      *  rebuild adds new sheets without resetting the baseline of     *
      *  sheets clerks have already changed.                           *
      ******************************************************************
       01  U-PSSNAP.
           02  SQL-STMT                PIC X(18).
           02  SQL-STMT-PURGE          PIC X(18)   VALUE
                                                   'PSPPYBLD_D_PSSNAP'.
           02  SQL-STMT-ADD            PIC X(18)   VALUE
                                                   'PSPPYBLD_I_PSSNAP'.

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
      *  HOLIDAYS IN THE PAY PERIOD  BUFFER AND STMT                   *
      *  The dates on the shared holiday table (the one CCCBNKDY       *
      *  reads) that the calendar's company observes and that fall     *
      *  between the calendar's pay begin and pay end dates.           *
      ******************************************************************
       01  S-HOLPRD.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYBLD_S_HOLPRD'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  HOLIDAY-DT          PIC X(10).
               03  HOLIDAY-NAME        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  HOLIDAY PAY CANDIDATES  BUFFER AND STMT                       *
      *  One row per paysheet line of the calendar, with the holiday   *
      *  pay rule for the line's pay group and employee class (none    *
      *  found when RULE-FOUND is N): the rule's earnings code,        *
      *  minimum service days and worked-day-before-and-after          *
      *  requirement; the employee's service days as of the holiday,   *
      *  whether Time & Labor shows hours on the scheduled work day    *
      *  before and after it, whether the line already carries the     *
      *  holiday earnings for the date, and the job row's standard     *
      *  weekly hours and work days per week.                          *
      ******************************************************************
       01  S-HOLEMP.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYBLD_S_HOLEMP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  HOLIDAY-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(3)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  EMPL-CLASS          PIC X(3).
               03  RULE-FOUND          PIC X.
                   88  HOL-RULE-FOUND-YES          VALUE 'Y'.
               03  HOLIDAY-ERNCD       PIC XXX.
               03  MIN-SERVICE-DAYS    PIC 9(7)                COMP.
               03  WORK-REQ            PIC X.
                   88  HOL-WORK-REQ-YES            VALUE 'Y'.
               03  SERVICE-DAYS        PIC 9(7)                COMP.
               03  WORKED-BEFORE       PIC X.
                   88  HOL-WORKED-BEFORE-YES       VALUE 'Y'.
               03  WORKED-AFTER        PIC X.
                   88  HOL-WORKED-AFTER-YES        VALUE 'Y'.
               03  ALREADY-PAID        PIC X.
                   88  HOL-ALREADY-PAID-YES        VALUE 'Y'.
               03  STD-HOURS           PIC S9(3)V99            COMP-3.
               03  WORK-DAYS           PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  HOLIDAY EARNINGS INSERT STMT                                  *
      *  Adds the holiday earnings row to the paysheet line, carrying  *
      *  the holiday date so a rebuild finds it and does not pay the   *
      *  holiday twice.                                                *
      ******************************************************************
       01  I-HOLERN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYBLD_I_HOLERN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(3)    VALUE ALL 'P'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  PAGE-NO             PIC 99999               COMP.
               03  LINE-NO             PIC 99                  COMP.
               03  EMPLID              PIC X(20).
               03  ERNCD               PIC XXX.
               03  HOURS               PIC S9(3)V99            COMP-3.
               03  HOLIDAY-DT          PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  BUILD COMPLETENESS RECONCILIATION  BUFFER AND STMTS           *
      *  SQL-STMT-NOSHT returns eligible active employees of the       *
           DISPLAY ' at ' WK-TIME-OUT OF W-WK
                   '.'

           PERFORM XM000-INIT-MASKING

           PERFORM VB000-JOURNAL-START

           IF OFF-CYCLE-YES OF PSLCT
                       PAYGROUP OF W-NET-PARAM
               DISPLAY '                      Pay End Date: '
                       PAY-END-DT OF W-NET-PARAM
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF W-NET-PARAM
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '                      Employee Id: '
                       WK-EMPLID-OUT OF W-WK
               DISPLAY '                      Employment Rcd No: '
                       EMPL-RCD-NO OF W-NET-PARAM
               IF DEPTID OF W-NET-PARAM  NOT =  SPACE

           PERFORM RA000-RECONCILE-BUILD

           IF OFF-CYCLE-NO OF PSLCT

               PERFORM HA000-ADD-HOLIDAY-PAY
           END-IF

           PERFORM GC000-SNAPSHOT-PAYSHEETS

           IF OFF-CYCLE-NO OF PSLCT

               PERFORM VA100-STAMP-CYCLE-END
       COPY-FORWARD-INSERT-EXIT.


      /*****************************************************************
      *  Holiday pay: for each company-observed holiday in the pay     *
      *  period, every paysheet line of the calendar is tested against *
      *  its holiday pay rule and either gets the holiday earnings     *
      *  line or is listed as excluded with the reason.  Runs ahead    *
      *  of the snapshot so the added lines are part of the build      *
      *  baseline, not manual changes.                                 *
      ******************************************************************
       HA000-ADD-HOLIDAY-PAY SECTION.
       HA000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF S-HOLPRD
           MOVE PAYGROUP OF PSLCT
                   TO  PAYGROUP OF BIND-DATA OF S-HOLPRD
           MOVE PAY-END-DT OF PSLCT
                   TO  PAY-END-DT OF BIND-DATA OF S-HOLPRD

           MOVE ZERO   TO  WK-HOL-PAID-CNT OF W-WK
           MOVE ZERO   TO  WK-HOL-EXCL-CNT OF W-WK
           MOVE SPACE  TO  FETCH-HOLPRD-SW OF W-SW

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HOLPRD
                                   SQL-STMT OF S-HOLPRD
                                   BIND-SETUP OF S-HOLPRD
                                   BIND-DATA OF S-HOLPRD
                                   SELECT-SETUP OF S-HOLPRD
                                   SELECT-DATA OF S-HOLPRD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ADD-HOLIDAY-PAY(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           DISPLAY 'Holiday Pay Build Report -- Company: '
                   COMPANY OF PSLCT
           DISPLAY '  Pay Group: ' PAYGROUP OF PSLCT
                   '  Pay End Date: ' PAY-END-DT OF PSLCT

           PERFORM HA100-FETCH-HOLIDAY

           IF FETCH-HOLPRD-END OF W-SW

               DISPLAY '  No company-observed holidays in the period.'
           END-IF

           PERFORM HA200-PAY-ONE-HOLIDAY
                   UNTIL FETCH-HOLPRD-END OF W-SW

           DISPLAY '  Holiday lines added:  '
                   WK-HOL-PAID-CNT OF W-WK
           DISPLAY '  Employees excluded:   '
                   WK-HOL-EXCL-CNT OF W-WK

           .
       ADD-HOLIDAY-PAY-EXIT.


      /*****************************************************************
      *                                                                *
       HA100-FETCH-HOLIDAY SECTION.
       HA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-HOLPRD

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HOLPRD
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-HOLPRD-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-HOLIDAY'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-HOLIDAY-EXIT.


      /*****************************************************************
      *                                                                *
       HA200-PAY-ONE-HOLIDAY SECTION.
       HA200.
      *                                                                *
      ******************************************************************

           DISPLAY '  Holiday: ' HOLIDAY-DT OF S-HOLPRD
                   '  ' HOLIDAY-NAME OF S-HOLPRD

           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF S-HOLEMP
           MOVE PAYGROUP OF PSLCT
                   TO  PAYGROUP OF BIND-DATA OF S-HOLEMP
           MOVE PAY-END-DT OF PSLCT
                   TO  PAY-END-DT OF BIND-DATA OF S-HOLEMP
           MOVE HOLIDAY-DT OF S-HOLPRD
                   TO  HOLIDAY-DT OF BIND-DATA OF S-HOLEMP

           MOVE SPACE  TO  FETCH-HOLEMP-SW OF W-SW

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HOLEMP
                                   SQL-STMT OF S-HOLEMP
                                   BIND-SETUP OF S-HOLEMP
                                   BIND-DATA OF S-HOLEMP
                                   SELECT-SETUP OF S-HOLEMP
                                   SELECT-DATA OF S-HOLEMP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'PAY-ONE-HOLIDAY(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM HA300-FETCH-HOL-EMPL

           PERFORM HA400-HOLIDAY-ONE-EMPL
                   UNTIL FETCH-HOLEMP-END OF W-SW

           PERFORM HA100-FETCH-HOLIDAY

           .
       PAY-ONE-HOLIDAY-EXIT.


      /*****************************************************************
      *                                                                *
       HA300-FETCH-HOL-EMPL SECTION.
       HA300.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-HOLEMP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HOLEMP
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET FETCH-HOLEMP-END OF W-SW  TO  TRUE
               ELSE
                   MOVE 'FETCH-HOL-EMPL'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-HOL-EMPL-EXIT.


      /*****************************************************************
      *  The rule tests run in order and the first failure is the     *
      *  reason reported.  The hours are the standard weekly hours     *
      *  over the work days per week (five when the job row has none). *
      ******************************************************************
       HA400-HOLIDAY-ONE-EMPL SECTION.
       HA400.
      *                                                                *
      ******************************************************************

           MOVE SPACE  TO  WK-HOL-EXCL-REASON OF W-WK
           MOVE ZERO   TO  WK-HOL-HOURS OF W-WK

           IF WORK-DAYS OF S-HOLEMP  >  ZERO

               MOVE WORK-DAYS OF S-HOLEMP  TO  WK-HOL-DAY-CNT OF W-WK
           ELSE
               MOVE 5  TO  WK-HOL-DAY-CNT OF W-WK
           END-IF

           COMPUTE WK-HOL-HOURS OF W-WK  ROUNDED
                   =  STD-HOURS OF S-HOLEMP
                   /  WK-HOL-DAY-CNT OF W-WK

           IF NOT HOL-RULE-FOUND-YES OF S-HOLEMP

               MOVE 'NO HOLIDAY PAY RULE FOR CLASS'
                       TO  WK-HOL-EXCL-REASON OF W-WK
           END-IF

           IF WK-HOL-EXCL-REASON OF W-WK  =  SPACE
               AND HOL-ALREADY-PAID-YES OF S-HOLEMP

               MOVE 'HOLIDAY ALREADY ON PAYSHEET'
                       TO  WK-HOL-EXCL-REASON OF W-WK
           END-IF

           IF WK-HOL-EXCL-REASON OF W-WK  =  SPACE
               AND SERVICE-DAYS OF S-HOLEMP
                       <  MIN-SERVICE-DAYS OF S-HOLEMP

               MOVE 'UNDER MINIMUM SERVICE'
                       TO  WK-HOL-EXCL-REASON OF W-WK
           END-IF

           IF WK-HOL-EXCL-REASON OF W-WK  =  SPACE
               AND HOL-WORK-REQ-YES OF S-HOLEMP
               AND NOT HOL-WORKED-BEFORE-YES OF S-HOLEMP

               MOVE 'DID NOT WORK DAY BEFORE'
                       TO  WK-HOL-EXCL-REASON OF W-WK
           END-IF

           IF WK-HOL-EXCL-REASON OF W-WK  =  SPACE
               AND HOL-WORK-REQ-YES OF S-HOLEMP
               AND NOT HOL-WORKED-AFTER-YES OF S-HOLEMP

               MOVE 'DID NOT WORK DAY AFTER'
                       TO  WK-HOL-EXCL-REASON OF W-WK
           END-IF

           IF WK-HOL-EXCL-REASON OF W-WK  =  SPACE
               AND WK-HOL-HOURS OF W-WK  NOT >  ZERO

               MOVE 'NO STANDARD HOURS ON JOB'
                       TO  WK-HOL-EXCL-REASON OF W-WK
           END-IF

           IF WK-HOL-EXCL-REASON OF W-WK  =  SPACE

               PERFORM HA500-INSERT-HOLIDAY-LINE
               ADD 1  TO  WK-HOL-PAID-CNT OF W-WK
               MOVE WK-HOL-HOURS OF W-WK  TO  HOL-HOURS OF W-HOL-DSP
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-HOLEMP
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '    PAID      '
                       WK-EMPLID-OUT OF W-WK
                       '  Class ' EMPL-CLASS OF S-HOLEMP
                       '  ' HOLIDAY-ERNCD OF S-HOLEMP
                       '  Hours ' HOL-HOURS OF W-HOL-DSP
           ELSE
               ADD 1  TO  WK-HOL-EXCL-CNT OF W-WK
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-HOLEMP
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '    EXCLUDED  '
                       WK-EMPLID-OUT OF W-WK
                       '  Class ' EMPL-CLASS OF S-HOLEMP
                       '  ' WK-HOL-EXCL-REASON OF W-WK
           END-IF

           PERFORM HA300-FETCH-HOL-EMPL

           .
       HOLIDAY-ONE-EMPL-EXIT.


      /*****************************************************************
      *                                                                *
       HA500-INSERT-HOLIDAY-LINE SECTION.
       HA500.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF I-HOLERN
           MOVE PAYGROUP OF PSLCT
                   TO  PAYGROUP OF BIND-DATA OF I-HOLERN
           MOVE PAY-END-DT OF PSLCT
                   TO  PAY-END-DT OF BIND-DATA OF I-HOLERN
           MOVE PAGE-NO OF SELECT-DATA OF S-HOLEMP
                   TO  PAGE-NO OF BIND-DATA OF I-HOLERN
           MOVE LINE-NO OF SELECT-DATA OF S-HOLEMP
                   TO  LINE-NO OF BIND-DATA OF I-HOLERN
           MOVE EMPLID OF SELECT-DATA OF S-HOLEMP
                   TO  EMPLID OF BIND-DATA OF I-HOLERN
           MOVE HOLIDAY-ERNCD OF S-HOLEMP
                   TO  ERNCD OF BIND-DATA OF I-HOLERN
           MOVE WK-HOL-HOURS OF W-WK
                   TO  HOURS OF BIND-DATA OF I-HOLERN
           MOVE HOLIDAY-DT OF S-HOLPRD
                   TO  HOLIDAY-DT OF BIND-DATA OF I-HOLERN
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-HOLERN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-HOLERN
                                   BIND-SETUP OF I-HOLERN
                                   BIND-DATA OF I-HOLERN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-HOLIDAY-LINE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-HOLIDAY-LINE-EXIT.


      /*****************************************************************
      *  Baselines the calendar just built on the paysheet snapshot    *
      *  table.  Committed with the build by GD000 (on-cycle) or       *
      *  MA000 (off-cycle).                                            *
      ******************************************************************
       GC000-SNAPSHOT-PAYSHEETS SECTION.
       GC000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF U-PSSNAP
           MOVE PAYGROUP OF PSLCT
                   TO  PAYGROUP OF BIND-DATA OF U-PSSNAP
           MOVE PAY-END-DT OF PSLCT
                   TO  PAY-END-DT OF BIND-DATA OF U-PSSNAP
           MOVE PROCESS-INSTANCE OF SQLRT
                   TO  PROCESS-INSTANCE OF BIND-DATA OF U-PSSNAP

           MOVE SQL-STMT-PURGE OF U-PSSNAP  TO  SQL-STMT OF U-PSSNAP
           PERFORM GC100-SNAPSHOT-UPDATE

           MOVE SQL-STMT-ADD OF U-PSSNAP  TO  SQL-STMT OF U-PSSNAP
           PERFORM GC100-SNAPSHOT-UPDATE

           .
       SNAPSHOT-PAYSHEETS-EXIT.


      /*****************************************************************
      *                                                                *
       GC100-SNAPSHOT-UPDATE SECTION.
       GC100.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-PSSNAP
                                   BIND-SETUP OF U-PSSNAP
                                   BIND-DATA OF U-PSSNAP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SNAPSHOT-UPDATE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SNAPSHOT-UPDATE-EXIT.


      /*****************************************************************
      *  Post-build completeness reconciliation for the calendar just  *
      *  built: eligible active employees with no paysheet, and        *
           IF SQL-STMT OF S-RECON  =  SQL-STMT-NOSHT OF S-RECON

               ADD 1  TO  WK-BLD-MISSING-CNT OF W-WK
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-RECON
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  NO PAYSHEET -- Employee: '
                       WK-EMPLID-OUT OF W-WK
           ELSE
               ADD 1  TO  WK-BLD-INACT-CNT OF W-WK
               MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
               MOVE EMPLID OF SELECT-DATA OF S-RECON
                       TO  FIELD-VALUE OF W-MASKPARM
               PERFORM XM100-MASK-FIELD
               MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
               DISPLAY '  INACTIVE EMPLOYEE ON PAYSHEET -- Employee: '
                       WK-EMPLID-OUT OF W-WK
           END-IF

           PERFORM RA110-FETCH-EXCEPTION
           PERFORM MA060-QUARANTINE-TL-REJECT

           DISPLAY 'Time & Labor Load Exception'
           MOVE 'EMPLID'  TO  FIELD-CLASS OF W-MASKPARM
           MOVE EMPLID OF W-NET-PARAM
                   TO  FIELD-VALUE OF W-MASKPARM
           PERFORM XM100-MASK-FIELD
           MOVE FIELD-VALUE OF W-MASKPARM  TO  WK-EMPLID-OUT OF W-WK
           DISPLAY '  Company: ' COMPANY OF W-NET-PARAM
                   '  Employee Id: ' WK-EMPLID-OUT OF W-WK
           DISPLAY '  Employment Rcd No: '
                   EMPL-RCD-NO OF W-NET-PARAM
                   '  Run Control: ' RUN-CNTL-ID OF LDTL1
       GET-TL-REJECT-REASON-EXIT.


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
           MOVE 'PSPPYBLD'  TO  REPORT-ID OF W-MASKPARM
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
