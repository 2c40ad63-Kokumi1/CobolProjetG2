      * BALHIST - HOST VARIABLES FOR API5.BALANCE_HISTORY
      * ONE ROW PER BALANCE ADJUSTMENT APPLIED TO A CUSTOMER.
      * BALHIST-TYPE SAYS WHO POSTED IT: 'O' = ORDER/RETURN (PART2 AND
      * THE REPOST/RELEASE RUNS; NEGATIVE WHEN PART110 BACKS A LOAD
      * OUT OR PART111 CANCELS OR CUTS A LINE), 'P' = PAYMENT
      * (PART14, AND PART115 DIRECT DEBITS - A POSITIVE 'P' ROW IS A
      * DEBIT PART116 REVERSED WHEN THE BANK RETURNED IT), 'F' =
      * FINANCE CHARGE (PART15), 'W' = SMALL-BALANCE
      * WRITE-OFF (PART43),
      * 'R' = REFUND OF A CREDIT BALANCE (PART46), 'D' = DEPOSIT
      * RECEIVED (PART14 - OLD/NEW CARRY THE DEPOSIT FIGURES), 'A' =
      * DEPOSIT APPLIED TO AN INVOICE (PART7), 'X' = FREIGHT BILLED
      * ON AN INVOICE (PART7/PART83, FROM API5.SHIPMENTS), 'C' =
      * DISPUTE RESOLVED AS A CREDIT (PART90, FROM API5.DISPUTES),
      * 'S' = EARLY SETTLEMENT DISCOUNT TAKEN (PART14, FROM THE OPEN
      * ITEM'S PAYMENT TERMS), 'V' = VOLUME REBATE SETTLED (PART92,
      * FROM API5.REBATE_AGREEMENTS), 'M' = BALANCE TRANSFERRED BY AN
      * ACCOUNT MERGE (PART96 - ONE ROW TAKING THE MERGED ACCOUNT TO
      * ZERO, ONE ADDING THE SAME AMOUNT TO THE SURVIVOR), 'G' =
      * REALIZED EXCHANGE DIFFERENCE ON A FOREIGN-CURRENCY RECEIPT
      * (PART14 - POSITIVE FOR A GAIN, NEGATIVE FOR A LOSS, SO THE
      * PAYMENT ROW PLUS THE 'G' ROW SETTLE THE ITEM AT ITS BOOKED
      * VALUE; O_NO IS THE SETTLED INVOICE'S ORDER), SO
      * STATEMENTS CAN LABEL EACH MOVEMENT.
      * TYPE 'D' ROWS ARE MEMO ROWS : OLD/NEW CARRY DEPOSIT FIGURES,
      * NOT BALANCES, SO THE PART32 REPLAY AND THE PART12/PART44
      * BALANCE AND JOURNAL WORK EXCLUDE THEM. EVERY OTHER TYPE IS
      * PART OF THE OLD-EQUALS-PREVIOUS-NEW BALANCE CHAIN.
      * A TYPE 'M' PAIR NETS TO ZERO IN RECEIVABLES, SO PART44 DOES
      * NOT JOURNAL IT.
      * OPERATOR AND APPROVER ARE FILLED ONLY ON ROWS A CLERK'S
      * OVERRIDE PRODUCED (PART11 HOLDMODE=POST, PART43 WRITE-OFFS);
      * THE NIGHTLY POSTINGS LEAVE THEM SPACES.
      *****************************************************************
       01 BALHIST-REC.
          05 BALHIST-C-NO      PIC 9(4).
          05 BALHIST-AMOUNT    PIC S9(8)V99 COMP-3.
          05 BALHIST-DATE      PIC X(10).
          05 BALHIST-TYPE      PIC X(1).
          05 BALHIST-OPERATOR  PIC X(8).
          05 BALHIST-APPROVER  PIC X(8).
