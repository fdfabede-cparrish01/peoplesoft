      *       driver before its run control is accepted, and logs      *
      *       every violation, so separation of duties is enforced     *
      *       by the system instead of by trust.                       *
      *    10/15/26 TJM Unmask function for the masked reports: a      *
      *       grant is logged with the operator and report to the      *
      *       unmask log; a denial is the normal case and is not       *
      *       logged as a violation.                                   *
      *                                                                *
      ******************************************************************

      * THE STATEMENT MATCHES EXACT OR BLANK GRANT KEYS) RETURNS       *
      * SUCCESS.  NO GRANT RETURNS DENIED AND WRITES A VIOLATION       *
      * ROW.  AN UNAVAILABLE AUTHORIZATION TABLE ALSO DENIES --        *
      * A SECURITY CONTROL FAILS CLOSED.  FOR THE UNMASK FUNCTION      *
      * (FULL SENSITIVE VALUES ON A PRINTED REPORT) A GRANT WRITES AN  *
      * UNMASK LOG ROW WITH THE OPERATOR AND REPORT, AND A DENIAL      *
      * SIMPLY LEAVES THE REPORT MASKED.                               *
      *                                                                *
      ******************************************************************

               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            UNMASKED RUN LOG INSERT STMT                        *
      ******************************************************************
       01  I-UNMASK.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCOPAUT_I_UNMASK'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(8)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(4)    VALUE ALL 'I'.
               03  FILLER              PIC X(8)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  REPORT-ID           PIC X(8).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PROCESS-INSTANCE    PIC S9(9)               COMP.
               03  UNMASK-TIME         PIC X(8).
               03  FILLER              PIC X       VALUE 'Z'.


       LINKAGE SECTION.

      /*****************************************************************
               88  AUTH-FUNC-CALC                  VALUE 'C'.
               88  AUTH-FUNC-CONFIRM               VALUE 'F'.
               88  AUTH-FUNC-REVERSE               VALUE 'R'.
               88  AUTH-FUNC-UNMASK                VALUE 'U'.
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PROCESS-INSTANCE        PIC S9(9)   COMP.
           02  REPORT-ID               PIC X(8).


       PROCEDURE DIVISION  USING  SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET RETURN-CD-DENIED OF CCCOPAUT-PARM  TO  TRUE

                   IF NOT AUTH-FUNC-UNMASK OF CCCOPAUT-PARM

                       PERFORM BA000-LOG-VIOLATION
                   END-IF
               ELSE
                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET RETURN-CD-FAILURE OF CCCOPAUT-PARM  TO  TRUE
               END-IF

               GOBACK
           END-IF

           IF AUTH-FUNC-UNMASK OF CCCOPAUT-PARM

               PERFORM BB000-LOG-UNMASK
           END-IF

           GOBACK

           .
       LOG-VIOLATION-EXIT.


      /*****************************************************************
      *  An unmask grant is only honored once its log row is           *
      *  committed; a failed write turns the grant into a failure so   *
      *  the report stays masked.                                      *
      ******************************************************************
       BB000-LOG-UNMASK SECTION.
       BB000.
      *                                                                *
      ******************************************************************

           ACCEPT WK-STAMP-EDIT OF W-WK  FROM  TIME
           INSPECT WK-STAMP-EDIT OF W-WK CONVERTING SPACE TO ':'

           MOVE OPRID OF SQLRT
                   TO  OPRID OF BIND-DATA OF I-UNMASK
           MOVE REPORT-ID OF CCCOPAUT-PARM
                   TO  REPORT-ID OF BIND-DATA OF I-UNMASK
           MOVE COMPANY OF CCCOPAUT-PARM
                   TO  COMPANY OF BIND-DATA OF I-UNMASK
           MOVE PAYGROUP OF CCCOPAUT-PARM
                   TO  PAYGROUP OF BIND-DATA OF I-UNMASK
           MOVE PROCESS-INSTANCE OF CCCOPAUT-PARM
                   TO  PROCESS-INSTANCE OF BIND-DATA OF I-UNMASK
           MOVE WK-STAMP-TIME OF W-WK
                   TO  UNMASK-TIME OF BIND-DATA OF I-UNMASK

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-UNMASK
                                   BIND-SETUP OF I-UNMASK
                                   BIND-DATA OF I-UNMASK
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF CCCOPAUT-PARM  TO  TRUE
               GO TO LOG-UNMASK-EXIT
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF CCCOPAUT-PARM  TO  TRUE
           END-IF

           .
       LOG-UNMASK-EXIT.
