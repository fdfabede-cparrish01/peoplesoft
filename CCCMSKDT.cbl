       IDENTIFICATION DIVISION.

       PROGRAM-ID. CCCMSKDT.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *        CCCMSKDT - SENSITIVE DATA MASKING                       *
      *                                                                *
      ******************************************************************
      *  MODIFICATION LOG:                                             *
      *    10/15/26 TJM Written -- masks employee IDs, Social          *
      *       Security and bank account numbers and any other          *
      *       classified field to its last four on printed reports     *
      *       and non-bank extracts, driven by the data                *
      *       classification table, with full values on a report       *
      *       only for an operator holding the CCCOPAUT unmask grant.  *
      *                                                                *
      ******************************************************************

      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * CALLED WITH THE CCCMKWK PARAMETER BLOCK.                       *
      *                                                                *
      * INITIALIZE LOADS EVERY ROW OF THE DATA CLASSIFICATION TABLE:   *
      * THE FIELD CLASS (THE DATA ELEMENT NAME THE CALLERS PASS, E.G.  *
      * EMPLID, NATIONAL-ID, ACCOUNT-NBR, TRANSIT), ITS MASK RULE AND  *
      * THE NUMBER OF TRAILING CHARACTERS LEFT SHOWING:                *
      *                                                                *
      *   L  MASK ALL BUT THE LAST N CHARACTERS                        *
      *   F  MASK THE WHOLE VALUE                                      *
      *   N  NOT SENSITIVE -- PRINT AS IS                              *
      *                                                                *
      * FOR A PRINTED REPORT THE OPERATOR'S UNMASK GRANT IS CHECKED    *
      * THROUGH CCCOPAUT, WHICH LOGS THE UNMASKED RUN WITH THE         *
      * OPERATOR AND REPORT; AN EXTRACT IS ALWAYS MASKED.              *
      *                                                                *
      * MASK RETURNS THE VALUE WITH EVERYTHING UP TO THE LAST N        *
      * CHARACTERS (ALL OF IT WHEN THE VALUE IS NO LONGER THAN N)      *
      * REPLACED BY ASTERISKS.  A CLASS NOT ON THE TABLE, A RULE N,    *
      * OR A GRANTED UNMASK RETURNS THE VALUE UNCHANGED.  A FAILED     *
      * TABLE LOAD OR A MASK BEFORE THE INITIALIZE FAILS CLOSED: THE   *
      * WHOLE VALUE IS MASKED AND RETURN-CD-FAILURE COMES BACK.  NO    *
      * DATABASE CALL IS MADE ON A MASK, SO IT IS SAFE INSIDE THE      *
      * CALLER'S FETCH LOOPS ON ANY CURSOR.                            *
      *                                                                *
      ******************************************************************


       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'CCCMSKDT'.


       01  W-WK.
           02  WK-CLS-IDX              PIC 999     COMP  VALUE ZERO.
           02  WK-POS                  PIC 99      COMP  VALUE ZERO.
           02  WK-LEN                  PIC 99      COMP  VALUE ZERO.
           02  WK-MASK-END             PIC 99      COMP  VALUE ZERO.


      *    The data classification table, loaded at initialize.
       01  W-CLS-TAB.
           02  WK-CLS-CNT              PIC 999     COMP  VALUE ZERO.
           02  WK-CLS-ENTRY            OCCURS 200 TIMES.
               03  WK-CLS-FIELD        PIC X(18).
               03  WK-CLS-RULE         PIC X.
                   88  WK-CLS-RULE-LAST            VALUE 'L'.
                   88  WK-CLS-RULE-FULL            VALUE 'F'.
               03  WK-CLS-SHOW         PIC 99      COMP.


       01  W-SW.
           02  INIT-SW                 PIC X       VALUE 'N'.
               88  INIT-DONE                       VALUE 'Y'.
           02  UNMASK-SW               PIC X       VALUE 'N'.
               88  UNMASK-GRANTED                  VALUE 'Y'.
           02  FETCH-CLS-SW            PIC X       VALUE SPACE.
               88  FETCH-CLS-END                   VALUE 'E'.
           02  CLS-FOUND-SW            PIC X       VALUE SPACE.
               88  CLS-FOUND                       VALUE 'Y'.


      /*****************************************************************
      *  DATA CLASSIFICATION  BUFFER AND STMT                          *
      ******************************************************************
       01  S-CLASS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCMSKDT_S_CLASS'.

           02  BIND-SETUP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(18)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  FIELD-CLASS         PIC X(18).
               03  MASK-RULE           PIC X.
               03  SHOW-CNT            PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      * CCC Operator Authorization                                     *
      ******************************************************************

           COPY CCCOAWK.


       LINKAGE SECTION.

      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


           COPY CCCMKWK.


       PROCEDURE DIVISION  USING  SQLRT
                                  W-MASKPARM.


      /*****************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           SET RETURN-CD-SUCCESS OF W-MASKPARM  TO  TRUE

           IF MASK-ACTION-INIT OF W-MASKPARM

               PERFORM BA000-INITIALIZE
           ELSE
               IF MASK-ACTION-MASK OF W-MASKPARM

                   PERFORM CA000-MASK-FIELD
               ELSE
                   SET RETURN-CD-FAILURE OF W-MASKPARM  TO  TRUE
               END-IF
           END-IF

           IF UNMASK-GRANTED OF W-SW

               SET UNMASK-YES OF W-MASKPARM  TO  TRUE
           ELSE
               SET UNMASK-NO OF W-MASKPARM  TO  TRUE
           END-IF

           GOBACK

           .
       MAIN-EXIT.


      /*****************************************************************
      *                                                                *
       BA000-INITIALIZE SECTION.
       BA000.
      *                                                                *
      ******************************************************************

           MOVE 'N'    TO  INIT-SW OF W-SW
           MOVE 'N'    TO  UNMASK-SW OF W-SW
           MOVE SPACE  TO  FETCH-CLS-SW OF W-SW
           MOVE ZERO   TO  WK-CLS-CNT OF W-CLS-TAB

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-CLASS
                                   BIND-SETUP OF S-CLASS
                                   BIND-DATA OF S-CLASS
                                   SELECT-SETUP OF S-CLASS
                                   SELECT-DATA OF S-CLASS
           IF RTNCD-ERROR OF SQLRT

               SET RTNCD-OK OF SQLRT  TO  TRUE
               SET RETURN-CD-FAILURE OF W-MASKPARM  TO  TRUE
               GO TO INITIALIZE-EXIT
           END-IF

           PERFORM BA100-FETCH-CLASS

           PERFORM BA200-STORE-CLASS
                   UNTIL FETCH-CLS-END OF W-SW

           IF RETURN-CD-FAILURE OF W-MASKPARM

               GO TO INITIALIZE-EXIT
           END-IF

           SET INIT-DONE OF W-SW  TO  TRUE

           IF MASK-OUTPUT-REPORT OF W-MASKPARM

               SET AUTH-FUNC-UNMASK OF W-OPAUTPARM  TO  TRUE
               MOVE COMPANY OF W-MASKPARM
                       TO  COMPANY OF W-OPAUTPARM
               MOVE PAYGROUP OF W-MASKPARM
                       TO  PAYGROUP OF W-OPAUTPARM
               MOVE PROCESS-INSTANCE OF W-MASKPARM
                       TO  PROCESS-INSTANCE OF W-OPAUTPARM
               MOVE REPORT-ID OF W-MASKPARM
                       TO  REPORT-ID OF W-OPAUTPARM

               CALL 'CCCOPAUT' USING   SQLRT
                                       W-OPAUTPARM

               IF RETURN-CD-SUCCESS OF W-OPAUTPARM

                   SET UNMASK-GRANTED OF W-SW  TO  TRUE
               END-IF
           END-IF

           .
       INITIALIZE-EXIT.


      /*****************************************************************
      *                                                                *
       BA100-FETCH-CLASS SECTION.
       BA100.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-CLASS

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET RETURN-CD-FAILURE OF W-MASKPARM  TO  TRUE
               END-IF

               SET FETCH-CLS-END OF W-SW  TO  TRUE
           END-IF

           .
       FETCH-CLASS-EXIT.


      /*****************************************************************
      *  A table larger than the array fails the load rather than      *
      *  leave a classified field unmasked.                            *
      ******************************************************************
       BA200-STORE-CLASS SECTION.
       BA200.
      *                                                                *
      ******************************************************************

           IF WK-CLS-CNT OF W-CLS-TAB  =  200

               SET RETURN-CD-FAILURE OF W-MASKPARM  TO  TRUE
               SET FETCH-CLS-END OF W-SW  TO  TRUE
               GO TO STORE-CLASS-EXIT
           END-IF

           ADD 1  TO  WK-CLS-CNT OF W-CLS-TAB
           MOVE WK-CLS-CNT OF W-CLS-TAB  TO  WK-CLS-IDX OF W-WK

           MOVE FIELD-CLASS OF S-CLASS
                   TO  WK-CLS-FIELD OF W-CLS-TAB (WK-CLS-IDX OF W-WK)
           MOVE MASK-RULE OF S-CLASS
                   TO  WK-CLS-RULE OF W-CLS-TAB (WK-CLS-IDX OF W-WK)
           MOVE SHOW-CNT OF S-CLASS
                   TO  WK-CLS-SHOW OF W-CLS-TAB (WK-CLS-IDX OF W-WK)

           PERFORM BA100-FETCH-CLASS

           .
       STORE-CLASS-EXIT.


      /*****************************************************************
      *                                                                *
       CA000-MASK-FIELD SECTION.
       CA000.
      *                                                                *
      ******************************************************************

           MOVE ZERO  TO  WK-LEN OF W-WK

           PERFORM CA100-FIND-LENGTH
                   VARYING WK-POS OF W-WK  FROM  40  BY  -1
                   UNTIL WK-POS OF W-WK  =  ZERO
                   OR  WK-LEN OF W-WK  >  ZERO

           IF NOT INIT-DONE OF W-SW

               SET RETURN-CD-FAILURE OF W-MASKPARM  TO  TRUE
               MOVE WK-LEN OF W-WK  TO  WK-MASK-END OF W-WK
               GO TO CA000-APPLY-MASK
           END-IF

           IF UNMASK-GRANTED OF W-SW

               GO TO MASK-FIELD-EXIT
           END-IF

           MOVE SPACE  TO  CLS-FOUND-SW OF W-SW

           PERFORM CA200-MATCH-CLASS
                   VARYING WK-CLS-IDX OF W-WK  FROM  1  BY  1
                   UNTIL WK-CLS-IDX OF W-WK  >  WK-CLS-CNT OF W-CLS-TAB
                   OR  CLS-FOUND OF W-SW

           IF NOT CLS-FOUND OF W-SW

               GO TO MASK-FIELD-EXIT
           END-IF

           SUBTRACT 1  FROM  WK-CLS-IDX OF W-WK

           EVALUATE TRUE
               WHEN WK-CLS-RULE-FULL OF W-CLS-TAB (WK-CLS-IDX OF W-WK)
                   MOVE WK-LEN OF W-WK  TO  WK-MASK-END OF W-WK
               WHEN WK-CLS-RULE-LAST OF W-CLS-TAB (WK-CLS-IDX OF W-WK)
                   IF WK-LEN OF W-WK  >  WK-CLS-SHOW OF W-CLS-TAB
                                                 (WK-CLS-IDX OF W-WK)

                       COMPUTE WK-MASK-END OF W-WK
                               =  WK-LEN OF W-WK
                               -  WK-CLS-SHOW OF W-CLS-TAB
                                                 (WK-CLS-IDX OF W-WK)
                   ELSE
                       MOVE WK-LEN OF W-WK  TO  WK-MASK-END OF W-WK
                   END-IF
               WHEN OTHER
                   GO TO MASK-FIELD-EXIT
           END-EVALUATE

           .
       CA000-APPLY-MASK.

           PERFORM CA300-MASK-ONE-CHAR
                   VARYING WK-POS OF W-WK  FROM  1  BY  1
                   UNTIL WK-POS OF W-WK  >  WK-MASK-END OF W-WK

           .
       MASK-FIELD-EXIT.


      /*****************************************************************
      *                                                                *
       CA100-FIND-LENGTH SECTION.
       CA100.
      *                                                                *
      ******************************************************************

           IF FIELD-VALUE OF W-MASKPARM (WK-POS OF W-WK:1)  NOT =  SPACE

               MOVE WK-POS OF W-WK  TO  WK-LEN OF W-WK
           END-IF

           .
       FIND-LENGTH-EXIT.


      /*****************************************************************
      *                                                                *
       CA200-MATCH-CLASS SECTION.
       CA200.
      *                                                                *
      ******************************************************************

           IF WK-CLS-FIELD OF W-CLS-TAB (WK-CLS-IDX OF W-WK)
                   =  FIELD-CLASS OF W-MASKPARM

               SET CLS-FOUND OF W-SW  TO  TRUE
           END-IF

           .
       MATCH-CLASS-EXIT.


      /*****************************************************************
      *                                                                *
       CA300-MASK-ONE-CHAR SECTION.
       CA300.
      *                                                                *
      ******************************************************************

           MOVE '*'  TO  FIELD-VALUE OF W-MASKPARM (WK-POS OF W-WK:1)

           .
       MASK-ONE-CHAR-EXIT.
