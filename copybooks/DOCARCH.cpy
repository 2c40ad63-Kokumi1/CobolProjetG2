      *****************************************************************
      * DOCARCH - HOST VARIABLES FOR API5.DOC_ARCHIVE
      * EVERY CUSTOMER DOCUMENT AS IT WAS PRINTED, ONE ROW PER PRINT
      * LINE, KEYED BY DOCUMENT TYPE, DOCUMENT NUMBER, CUSTOMER AND
      * LINE NUMBER :
      *   TYPE 'INV' - INVOICE (PART7, PART83), DOC_NO = INVOICE NO.
      *   TYPE 'STM' - STATEMENT (PART12), DOC_NO = MONTH YYYY-MM.
      *   TYPE 'STG' - GROUP STATEMENT (PART12), DOC_NO = YYYY-MM,
      *                C_NO = THE PARENT ACCOUNT.
      *   TYPE 'DUN' - DUNNING LETTER (PART16), DOC_NO = LETTER DATE.
      *   TYPE 'CRN' - CREDIT NOTE (PART130), DOC_NO = CREDIT NOTE NO.
      * DOC_DATE IS THE PRINT DATE AND DRIVES THE PART68 PURGE.
      * THE DOCARCW ROUTINE WRITES THE ROWS ON THE FIRST PRINT ONLY;
      * PART117 REPRINTS A DOCUMENT FROM THEM MARKED DUPLICATA.
      *****************************************************************
       01 DOCARCH-REC.
          05 DARC-DOC-TYPE    PIC X(3).
          05 DARC-DOC-NO      PIC X(12).
          05 DARC-C-NO        PIC 9(4).
          05 DARC-LINE-NO     PIC 9(5).
          05 DARC-DOC-DATE    PIC X(10).
          05 DARC-PROGID      PIC X(8).
          05 DARC-LINE-TEXT   PIC X(80).
