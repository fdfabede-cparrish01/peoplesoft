      *       method and then ZIP for postal presort, and a form-      *
      *       count summary by delivery point.  Retires the hand-      *
      *       maintained one-off that mangled overflow stubs.          *
      *    10/15/26 TJM Suppress the paper advice of an employee with  *
      *       active electronic pay statement consent (CCCEPAYS posts  *
      *       the statement); live checks always print.  An employee   *
      *       whose last statement failed to post gets this advice on  *
      *       paper and the failure flag is cleared.  The delivery-    *
      *       point count shows forms printed and suppressed.          *
      *                                                                *
      ******************************************************************

      * CAPACITY, A FORM COUNT PER DELIVERY POINT AT EVERY PRESORT     *
      * BREAK AND A GRAND SUMMARY AT END.                              *
      *                                                                *
      * AN ADVICE FOR AN EMPLOYEE WHOSE ELECTRONIC CONSENT IS ACTIVE   *
      * ON THE PAY END DATE IS NOT PRINTED BUT IS STILL SORTED AND     *
      * COUNTED AS SUPPRESSED AT ITS DELIVERY POINT.  AN EMPLOYEE      *
      * FLAGGED BY CCCEPAYS WITH A FAILED STATEMENT POST GETS THE      *
      * ADVICE ON PAPER, AND THE FLAG IS CLEARED ONCE THE COMPOSED     *
      * FILE IS COMPLETE.                                              *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.
           02  SRT-EMPLID              PIC X(20).
           02  SRT-CHECK-NBR           PIC X(10).
           02  SRT-LINE-SEQ            PIC 9(5).
           02  SRT-SUPPRESS-SW         PIC X.
               88  SRT-SUPPRESS-YES                VALUE 'Y'.
           02  SRT-PAYLOAD             PIC X(120).


           02  WK-FORM-CNT             PIC 9(7)    COMP  VALUE ZERO.
           02  WK-POINT-FORM-CNT       PIC 9(7)    COMP  VALUE ZERO.
           02  WK-POINT-CNT            PIC 9(5)    COMP  VALUE ZERO.
           02  WK-SUPPRESS-CNT         PIC 9(7)    COMP  VALUE ZERO.
           02  WK-POINT-SUPPRESS-CNT   PIC 9(7)    COMP  VALUE ZERO.
           02  WK-FALLBACK-CNT         PIC 9(7)    COMP  VALUE ZERO.
           02  WK-PREV-DELIV           PIC X       VALUE SPACE.
           02  WK-PREV-ZIP             PIC X(10)   VALUE SPACE.
           02  WK-HDR-COMPANY          PIC X(10)   VALUE SPACE.
       01  W-DSP.
           02  FORM-CNT                PIC ZZZ,ZZ9.
           02  POINT-CNT               PIC ZZZZ9.
           02  SUPPRESS-CNT            PIC ZZZ,ZZ9.
           02  FALLBACK-CNT            PIC ZZZ,ZZ9.


       01  W-SW.
               88  WK-FORM-OPEN-YES                VALUE 'Y'.
           02  WK-FIRST-FORM-SW        PIC X       VALUE 'Y'.
               88  WK-FIRST-FORM-YES               VALUE 'Y'.
           02  WK-SUPPRESS-SW          PIC X       VALUE 'N'.
               88  WK-SUPPRESS-YES                 VALUE 'Y'.


       01  W-PRC-INSTANCE.
           02  CMP-PT-ZIP              PIC X(10).
           02  FILLER                  PIC X(8)    VALUE '  FORMS '.
           02  CMP-PT-FORMS            PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(12)   VALUE
                                       '  SUPPRESSED'.
           02  FILLER                  PIC X       VALUE SPACE.
           02  CMP-PT-SUPPRESSED       PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(14)   VALUE
                                       ' (E-STATEMENT)'.
           02  FILLER                  PIC X(55)   VALUE SPACE.


      /*****************************************************************
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  ELECTRONIC CONSENT  BUFFER AND STMT                           *
      *  The employee's electronic pay statement consent, the same     *
      *  row CCCEPAYS reads, with the post-failure flag CCCEPAYS sets  *
      *  when a statement does not post.  No row is no consent.        *
      ******************************************************************
       01  S-ECONS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCCHPRT_S_ECONS'.

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
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CONSENT-STATUS      PIC X.
                   88  CONSENT-ACTIVE              VALUE 'A'.
               03  CONSENT-DT          PIC X(10).
               03  POST-FAIL-SW        PIC X.
                   88  POST-FAIL-YES               VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *  CLEAR POST-FAILURE FLAG  BUFFER AND STMT                      *
      *  Clears the flag once the employee's advice has gone to paper. *
      ******************************************************************
       01  U-FBCLR.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'CCCCHPRT_U_FBCLR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  EMPLID              PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************

           MOVE WK-FORM-CNT OF W-WK   TO  FORM-CNT OF W-DSP
           MOVE WK-POINT-CNT OF W-WK  TO  POINT-CNT OF W-DSP
           MOVE WK-SUPPRESS-CNT OF W-WK  TO  SUPPRESS-CNT OF W-DSP
           MOVE WK-FALLBACK-CNT OF W-WK  TO  FALLBACK-CNT OF W-DSP
           DISPLAY 'Forms composed: ' FORM-CNT OF W-DSP
                   '  Delivery points: ' POINT-CNT OF W-DSP
           DISPLAY 'Advices suppressed (e-statement): '
                   SUPPRESS-CNT OF W-DSP
                   '  Failed posts back on paper: '
                   FALLBACK-CNT OF W-DSP

           PERFORM SA000-TERM

       DA000.
      *  No run control: the program composes whatever extract is      *
      *  allocated to it, the same way the print bureau job did.  The  *
      *  connection serves the delivery and consent lookups.           *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-CONNECT OF SQLRT
               WHEN 'C'
                   MOVE W-EXT-REC  TO  W-PRT-CHK
                   PERFORM GC000-LOOKUP-DELIVERY
                   PERFORM GE000-CHECK-E-CONSENT
                   MOVE ZERO  TO  WK-LINE-SEQ OF W-WK
                   PERFORM GD000-RELEASE-TAGGED

      ******************************************************************

           MOVE WK-LINE-SEQ OF W-WK  TO  SRT-LINE-SEQ
           MOVE WK-SUPPRESS-SW OF W-SW  TO  SRT-SUPPRESS-SW
           MOVE W-EXT-REC            TO  SRT-PAYLOAD

           RELEASE SORT-REC
       RELEASE-TAGGED-EXIT.


      /*****************************************************************
      *                                                                *
       GE000-CHECK-E-CONSENT SECTION.
       GE000.
      *  Only an advice is ever suppressed.  It is suppressed when the *
      *  employee's consent is active and was given on or before the   *
      *  pay end date, unless the last statement failed to post, in    *
      *  which case it prints and the flag is cleared.  A live check   *
      *  that goes to paper clears a pending flag as well.             *
      ******************************************************************

           MOVE 'N'  TO  WK-SUPPRESS-SW OF W-SW

           MOVE WK-HDR-COMPANY OF W-WK
                   TO  COMPANY OF BIND-DATA OF S-ECONS
           MOVE PRT-CHK-EMPLID
                   TO  EMPLID OF BIND-DATA OF S-ECONS

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-ECONS
                                   BIND-SETUP OF S-ECONS
                                   BIND-DATA OF S-ECONS
                                   SELECT-SETUP OF S-ECONS
                                   SELECT-DATA OF S-ECONS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHECK-E-CONSENT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-ECONS

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   GO TO CHECK-E-CONSENT-EXIT
               ELSE
                   MOVE 'CHECK-E-CONSENT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF POST-FAIL-YES OF S-ECONS

               PERFORM GE100-CLEAR-POST-FAIL
               GO TO CHECK-E-CONSENT-EXIT
           END-IF

           IF PRT-CHK-ADVICE
                   AND CONSENT-ACTIVE OF S-ECONS
                   AND CONSENT-DT OF S-ECONS
                       NOT >  WK-HDR-PAY-END-DT OF W-WK

               SET WK-SUPPRESS-YES OF W-SW  TO  TRUE
           END-IF

           .
       CHECK-E-CONSENT-EXIT.


      /*****************************************************************
      *                                                                *
       GE100-CLEAR-POST-FAIL SECTION.
       GE100.
      *  Committed by MA000 only after the composed file is closed,    *
      *  so a run that fails leaves the flag set for the rerun.        *
      ******************************************************************

           MOVE WK-HDR-COMPANY OF W-WK
                   TO  COMPANY OF BIND-DATA OF U-FBCLR
           MOVE PRT-CHK-EMPLID
                   TO  EMPLID OF BIND-DATA OF U-FBCLR

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-FBCLR
                                   BIND-SETUP OF U-FBCLR
                                   BIND-DATA OF U-FBCLR
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-POST-FAIL(UPDATE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WK-FALLBACK-CNT OF W-WK

           .
       CLEAR-POST-FAIL-EXIT.


      /*****************************************************************
      *                                                                *
       MA000-COMPOSE-FORMS SECTION.
      *  Sort output: one form per check in presort order, with a      *
      *  continuation page every STUB-LINES-PER-FORM stub lines, a     *
      *  delivery-point form count at each method/ZIP break and the    *
      *  grand counts at end.  Suppressed advices count at their       *
      *  point but write nothing.                                      *
      ******************************************************************

           OPEN OUTPUT COMPOSED-PRINT-FILE

           CLOSE COMPOSED-PRINT-FILE

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'COMPOSE-FORMS(COMMIT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       COMPOSE-FORMS-EXIT.

       MC000-START-NEW-FORM SECTION.
       MC000.
      *  A delivery-point break prints the prior point's form count    *
      *  for the presort manifest before the new form starts.  A       *
      *  suppressed advice still takes part in the break.              *
      ******************************************************************

           IF NOT WK-FIRST-FORM-YES OF W-SW
           MOVE SRT-DELIV-METHOD  TO  WK-PREV-DELIV OF W-WK
           MOVE SRT-ZIP           TO  WK-PREV-ZIP OF W-WK

           IF SRT-SUPPRESS-YES

               ADD 1  TO  WK-SUPPRESS-CNT OF W-WK
               ADD 1  TO  WK-POINT-SUPPRESS-CNT OF W-WK
               GO TO START-NEW-FORM-EXIT
           END-IF

           MOVE PRT-CHK-NBR     TO  CMP-CHECK-NBR
           MOVE PRT-CHK-NAME    TO  CMP-EMPL-NAME
           MOVE PRT-CHK-EMPLID  TO  CMP-EMPLID
           MOVE WK-PREV-DELIV OF W-WK      TO  CMP-PT-METHOD
           MOVE WK-PREV-ZIP OF W-WK        TO  CMP-PT-ZIP
           MOVE WK-POINT-FORM-CNT OF W-WK  TO  CMP-PT-FORMS
           MOVE WK-POINT-SUPPRESS-CNT OF W-WK
                   TO  CMP-PT-SUPPRESSED
           WRITE COMPOSED-PRINT-REC  FROM  W-CMP-POINT-TRL

           ADD 1  TO  WK-POINT-CNT OF W-WK
           MOVE ZERO  TO  WK-POINT-FORM-CNT OF W-WK
                          WK-POINT-SUPPRESS-CNT OF W-WK

           .
       CLOSE-DELIVERY-POINT-EXIT.
      *  The overflow rule the one-off never got right: when the       *
      *  form's stub capacity is reached, a continuation page header   *
      *  is cut and the count restarts, instead of the lines           *
      *  spilling into the next form's check region.  A suppressed     *
      *  advice's stub lines are dropped.                              *
      ******************************************************************

           IF SRT-SUPPRESS-YES

               GO TO WRITE-STUB-LINE-EXIT
           END-IF

           IF WK-STUB-LINE-CNT OF W-WK  NOT <  STUB-LINES-PER-FORM

               ADD 1  TO  WK-PAGE-CNT OF W-WK
