      * Description: Call parameter block for CCCIFREG, which records  *
      *              every money-moving file a generator writes        *
      *              (CCCDDPEX NACHA, CCCPOSPY positive pay,           *
      *              CCCGLINT journal, CCCPAYCD paycard funding) on    *
      *              the interface register: file name, calendar       *
      *              keys, record count and control amount.  CCCIFACK  *
      *              matches the bank's and GL's acknowledgment files  *
      *              back to register entries and reports the          *
      *              exceptions.                                       *
      *                                                                *
      ******************************************************************

