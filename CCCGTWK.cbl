      ******************************************************************
      *                                                                *
      * CCCGTWK - Group-term life imputed income for the calculation   *
      *                                                                *
      ******************************************************************
      ******************************************************************
      *                                                                *
      * Description: Call parameter block for CCCGTLIM, the group-     *
      *              term life imputed income routine PSPPYRUN calls   *
      *              before the calculation pass.  CCCGTLIM prices     *
      *              each covered employee's employer-paid coverage    *
      *              over $50,000 at the IRS Table I monthly rate for  *
      *              the employee's age band, spreads it over the      *
      *              year's pay periods, reduces it by the employee's  *
      *              after-tax contributions and places the result on  *
      *              the paysheet as the non-cash imputed income       *
      *              earnings, so FICA is withheld on it all year.     *
      *                                                                *
      ******************************************************************



      /*****************************************************************
      *  CALL PARM FOR CCCGTLIM.  THE CALLER SUPPLIES THE ON-CYCLE     *
      *  CALENDAR ABOUT TO BE CALCULATED (AND THE SINGLE EMPLOYEE      *
      *  WHEN THE RUN IS SCOPED TO ONE); THE COUNT OF EMPLOYEES        *
      *  IMPUTED AND THE TOTAL IMPUTED COME BACK FOR THE RUN LOG.      *
      ******************************************************************
       01  W-GTLPARM.
           02  RETURN-CD               PIC 99      COMP.
               88  RETURN-CD-SUCCESS               VALUE 0.
               88  RETURN-CD-FAILURE               VALUE 99.
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PAY-END-DT              PIC X(10).
           02  BUILD-ONE-EMPLID        PIC X(20).
           02  EMPL-IMPUTED-CNT        PIC 9(5)    COMP.
           02  IMPUTED-AMT-TOT         PIC S9(9)V99  COMP-3.
