      ******************************************************************
      *                                                                *
      * CCCMKWK - Sensitive data masking                               *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      * Description: Call parameter block for CCCMSKDT, the masking    *
      *              routine every printed report and non-bank         *
      *              extract passes its employee, account and other    *
      *              identifiers through before they are printed or    *
      *              written.  Whether a field is masked, and how      *
      *              much of it is left showing, is decided by the     *
      *              data classification table, so a newly classified  *
      *              field needs no program change.  Every run         *
      *              listing, report file and non-bank extract that    *
      *              carries an employee ID, Social Security number    *
      *              or bank account number calls it.  Files whose     *
      *              recipient must match the full value do not: bank  *
      *              and regulator transmissions, vendor interchange   *
      *              files (carrier, recordkeeper, paycard and print   *
      *              vendor), the employee's own checks, statements    *
      *              and letters, and load files read back into the    *
      *              paysheets.                                        *
      *                                                                *
      ******************************************************************



      /*****************************************************************
      *  CALL PARM FOR CCCMSKDT.  THE CALLER INITIALIZES ONCE, BEFORE  *
      *  IT OPENS ANY CURSOR, WITH ITS PROGRAM NAME AS THE REPORT ID,  *
      *  THE OUTPUT TYPE AND ITS RUN CONTROL'S COMPANY/PAY GROUP;      *
      *  THE CLASSIFICATION TABLE IS LOADED AND, FOR A PRINTED REPORT  *
      *  ONLY, THE OPERATOR'S UNMASK GRANT IS CHECKED THROUGH          *
      *  CCCOPAUT (WHICH LOGS THE UNMASKED RUN).  EACH MASK CALL THEN  *
      *  PASSES THE FIELD'S CLASS NAME AND VALUE AND GETS THE VALUE    *
      *  BACK, MASKED WHERE THE CLASS SAYS SO.  A FAILURE, OR A MASK   *
      *  CALL BEFORE THE INITIALIZE, RETURNS RETURN-CD-FAILURE WITH    *
      *  THE VALUE FULLY MASKED.                                       *
      ******************************************************************
       01  W-MASKPARM.
           02  RETURN-CD               PIC 99      COMP.
               88  RETURN-CD-SUCCESS               VALUE 0.
               88  RETURN-CD-FAILURE               VALUE 99.
           02  MASK-ACTION             PIC X.
               88  MASK-ACTION-INIT                VALUE 'I'.
               88  MASK-ACTION-MASK                VALUE 'M'.
           02  OUTPUT-TYPE             PIC X.
               88  MASK-OUTPUT-REPORT              VALUE 'R'.
               88  MASK-OUTPUT-EXTRACT             VALUE 'X'.
           02  REPORT-ID               PIC X(8).
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PROCESS-INSTANCE        PIC S9(9)   COMP.
           02  UNMASK-SW               PIC X.
               88  UNMASK-YES                      VALUE 'Y'.
               88  UNMASK-NO                       VALUE 'N'.
           02  FIELD-CLASS             PIC X(18).
           02  FIELD-VALUE             PIC X(40).
