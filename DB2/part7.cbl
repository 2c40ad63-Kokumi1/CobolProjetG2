000195**   ORDER DATE NOW GETS THE            *
000195**   CERTIFICATE REFERENCE PRINTED      *
000195**   INSTEAD OF A TVA LINE.             *
000197** 2026-10-15 : FREIGHT PART37 RECORDED  *
000197**   IN API5.SHIPMENTS AND NOT YET       *
000197**   BILLED NOW PRINTS AS ITS OWN CHARGE *
000197**   LINE AND IS PART OF THE GROSS, THE  *
000197**   REGISTER AMOUNT AND THE OPEN ITEM.  *
000197**   IT IS ADDED TO THE BALANCE (HISTORY *
000197**   TYPE 'X') AND THE SHIPMENTS ROWS    *
000197**   TAKE THE INVOICE NUMBER.            *
000198** 2026-10-15 : THE CUSTOMER'S PAYMENT   *
000198**   TERMS (API5.PAYMENT_TERMS) PRINT    *
000198**   UNDER THE TOTALS WITH THE DUE DATE  *
000198**   AND ANY EARLY SETTLEMENT DISCOUNT.  *
000198**   THE OPEN ITEM NOW CARRIES THE DUE   *
000198**   DATE, DISCOUNT DATE AND RATE; A     *
000198**   REPRINT SHOWS THE DATES STAMPED ON  *
000198**   THE ITEM.                           *
000199** 2026-10-15 : A LINE ORDERED IN PACKS  *
000199**   (ITEMS.ORDER_UNIT) PRINTS THE PACK  *
000199**   QUANTITY AND UNIT UNDER THE ITEM -  *
000199**   QUANTITY AND PRICE STAY IN BASE     *
000199**   UNITS. QUANTITY EDIT WIDENED.       *
000200** 2026-10-15 : AN ORDER PART111 HAS     *
000200**   CANCELLED (STATUS 'C') IS REFUSED   *
000200**   WITH RC 8 - THERE IS NOTHING LEFT   *
000200**   TO BILL.                            *
000200** 2026-10-15 : INVOICE HEADINGS AND     *
000200**   LABELS NOW COME FROM API5.DOC_TEXTS *
000200**   IN THE CUSTOMER'S LANGUAGE          *
000200**   (CUSTOMERS.LANG_CODE) THROUGH THE   *
000200**   DOCTXT ROUTINE, WITH THE HOUSE      *
000200**   WORDING WHERE NO ROW EXISTS. DATES  *
000200**   PRINT DD/MM/YYYY FOR 'FR' AND       *
000200**   MM/DD/YYYY FOR 'EN'; AN 'EN'        *
000200**   CUSTOMER ALSO GETS THE DECIMAL      *
000200**   POINT.                              *
000201** 2026-10-15 : EVERY LINE OF A NEW      *
000201**   INVOICE IS ALSO WRITTEN TO THE      *
000201**   DOCUMENT ARCHIVE (API5.DOC_ARCHIVE, *
000201**   TYPE 'INV') THROUGH THE DOCARCW     *
000201**   ROUTINE, SO PART117 CAN REPRINT THE *
000201**   EXACT COPY. A REPRINT=Y RUN IS NOT  *
000201**   ARCHIVED AGAIN.                     *
000202** 2026-10-15 : A CUSTOMER WITH AN EU    *
000202**   VAT NUMBER ON FILE AND A COUNTRY    *
000202**   OTHER THAN FRANCE IS BILLED UNDER   *
000202**   THE REVERSE CHARGE : THE TVA TOTAL  *
000202**   IS REPLACED BY THE LEGAL WORDING    *
000202**   (TEXT 30) AND THE CUSTOMER'S VAT    *
000202**   NUMBER (TEXT 31).                   *
000202** 2026-10-15 : THE RUN DATE NOW PASSES  *
000202**   THROUGH RUNDATE, SO WHEN PARTDRV    *
000202**   PROCESSES A GIVEN DAY (BATCHDATE -  *
000202**   AN EARLIER DAY IN A CATCH-UP RUN)   *
000202**   THE PROGRAM WORKS AS OF THAT DAY    *
000202**   INSTEAD OF THE SYSTEM DATE.         *
000202** 2026-10-15 : THE RUN PARAMETERS NOW   *
000202**   COME FROM API5.RUN_PARMS THROUGH    *
000202**   PARMGET (PROGRAM, NAME, EFFECTIVE   *
000202**   DATE) INSTEAD OF STRAIGHT FROM THE  *
000202**   ENVIRONMENT; THE VARIABLE OF THE    *
000202**   SAME NAME STILL OVERRIDES THE TABLE *
000202**   FOR A RUN, AND EVERY VALUE USED IS  *
000202**   RECORDED FOR THE PART131 REPORT.    *
000202** 2026-10-15 : A REPRINT=Y DUPLICATA    *
000202**   TAKES ITS COPY MARKER FROM THE      *
000202**   CUSTOMER'S DOCUMENT TEXTS ONCE THEY *
000202**   ARE LOADED, INSTEAD OF BEFORE.      *
000202** 2026-10-15 : A NEW INVOICE NUMBER     *
000202**   PAST YY7999 - INTO THE CREDIT NOTE  *
000202**   BLOCK - IS GIVEN BACK AND THE       *
000202**   INVOICE REFUSED WITH RC 8, SO AN    *
000202**   INVOICE AND A CREDIT NOTE NEVER     *
000202**   SHARE AN OPEN_ITEMS INV_NO.         *
000202** 2026-10-15 : THE YY0001-YY7999 BLOCK  *
000202**   ONLY APPLIES ONCE PART129 HAS       *
000202**   RESTARTED THE SERIES (A YEAR_CLOSE  *
000202**   ROW, NUMBER AT OR PAST ITS INVOICE  *
000202**   START); UNTIL THE FIRST CLOSE THE   *
000202**   LEGACY COUNTER RUNS ON UNCHECKED.   *
000190********************************************                      00000190
000200  ENVIRONMENT DIVISION.                                           00000200
000210  CONFIGURATION SECTION.                                          00000210
000443      EXEC SQL INCLUDE RATES     END-EXEC.
000444      EXEC SQL INCLUDE SHIPTO    END-EXEC.
000445      EXEC SQL INCLUDE TAXEXMP   END-EXEC.
000446      EXEC SQL INCLUDE PAYTERMS  END-EXEC.
000450                                                                  00000450
000460********************************************                      00000460
000470** REQUETE POUR RECUPERER L'ENTETE DE     *                       00000470
000740                I.QUANTITY,                                       00000740
000750                I.PRICE,                                          00000750
000755                I.TAX_AMOUNT,
000756                COALESCE(I.ORIG_P_NO, ' '),
000757                COALESCE(I.ORDER_UNIT, '  '),
000758                COALESCE(I.ORDER_QTY, 0)
000760         FROM API5.ITEMS I                                        00000760
000770         JOIN API5.PRODUCTS P                                     00000770
000780         ON I.P_NO = P.P_NO                                       00000780
000903     88 INVOICE-EXISTS    VALUE 'O'.
000904     88 INVOICE-NEW       VALUE 'N'.
000905  77 WS-PRINT-DATE-RAW PIC X(8).
000905  77 WS-INV-YEAR       PIC 9(2).
000905  77 WS-INV-SEQ        PIC 9(4).
000905  77 WS-SERIES-START   PIC 9(6).
000905  77 WS-SERIES-SW      PIC X VALUE 'O'.
000905     88 SERIES-IN-BLOCK   VALUE 'O'.
000905     88 SERIES-OUT-BLOCK  VALUE 'N'.
000905  77 RUNDATE           PIC X(8) VALUE 'RUNDATE'.
000905  77 PARMGET           PIC X(8) VALUE 'PARMGET'.
000905  77 WS-PGET-PROGID    PIC X(8) VALUE 'PART7'.
000905  77 WS-PGET-NAME      PIC X(12).
000905  77 WS-PGET-VALUE     PIC X(40).
000905  77 WS-PGET-RETCODE   PIC S9(4) COMP.
000905 77 WS-LOCALE-PARM    PIC X(02).                                  00000905
000906 77 WS-LOCALE-SW      PIC X VALUE 'N'.                            00000906
000907    88 LOCALE-US        VALUE 'O'.                                00000907
000909  77 WS-EXEMPT-SW      PIC X VALUE 'N'.
000909     88 CUSTOMER-EXEMPT   VALUE 'O'.
000909     88 CUSTOMER-TAXED    VALUE 'N'.
000909  77 WS-HOME-COUNTRY   PIC X(2) VALUE 'FR'.
000909  77 WS-REVCHG-SW      PIC X VALUE 'N'.
000909     88 SALE-REVERSE-CHARGED VALUE 'O'.
000909     88 SALE-DOMESTIC-VAT    VALUE 'N'.
000909  77 WS-CONSOL-SW      PIC X VALUE 'N'.
000909     88 CONSOL-CUSTOMER   VALUE 'O'.
000909     88 PER-ORDER-CUST    VALUE 'N'.
000909  77 WS-NEW-DEPOSIT    PIC S9(8)V99 COMP-3 VALUE ZERO.
000909  77 WS-NEW-BALANCE    PIC S9(8)V99 COMP-3 VALUE ZERO.
000909******************************************************
000909*** FREIGHT - THE ORDER'S UNBILLED SHIPMENTS ROWS,  ***
000909*** OR THE ONES THIS INVOICE ALREADY BILLED WHEN    ***
000909*** IT IS REPRINTED.                                ***
000909******************************************************
000909  77 WS-FREIGHT-TOTAL  PIC S9(7)V99 COMP-3 VALUE ZERO.
000909******************************************************
000909*** PAYMENT TERMS - THE DUE AND DISCOUNT DATES ARE  ***
000909*** COUNTED FROM THE INVOICE DATE.                  ***
000909******************************************************
000909  77 WS-TERMS-BASE     PIC 9(8).
000909  77 WS-WORK-DATE      PIC 9(8).
000909  77 WS-WORK-DATE-X    REDEFINES WS-WORK-DATE PIC X(8).
000909  77 WS-DUE-DATE       PIC X(10).
000909  77 WS-DISC-DATE      PIC X(10).
000909******************************************************
000909*** CUSTOMER LANGUAGE - THE HOUSE WORDING OF EVERY ***
000909*** HEADING AND LABEL IN TEXT-NUMBER ORDER. DOCTXT ***
000909*** LAYS THE API5.DOC_TEXTS ROWS FOR THE CUSTOMER  ***
000909*** LANGUAGE OVER A COPY OF IT. TEXT 29 IS THE     ***
000909*** FOUR-CHARACTER GROSS PREFIX OF THE CURRENCY    ***
000909*** TOTAL. TEXTS 30 AND 31 ARE THE REVERSE-CHARGE  ***
000909*** WORDING AND THE CUSTOMER VAT NUMBER LABEL.     ***
000909******************************************************
000909  77 DOCTXT             PIC X(8) VALUE 'DOCTXT'.
000909  77 WS-DOC-ID          PIC X(8) VALUE 'PART7'.
000909  77 WS-DOC-COUNT       PIC 9(3) VALUE 31.
000909  77 WS-DOC-FOUND       PIC 9(3) VALUE ZERO.
000909  77 WS-DOC-LANG-SW     PIC X VALUE 'F'.
000909     88 DOC-LANG-FR       VALUE 'F'.
000909     88 DOC-LANG-EN       VALUE 'E'.
000909  77 WS-DOC-DATE-IN     PIC X(10).
000909  77 WS-DOC-DATE-OUT    PIC X(10).
000909  01 WS-HOUSE-TEXTS.
000909     05 FILLER         PIC X(60) VALUE 'INVOICE'.
000909     05 FILLER         PIC X(60) VALUE 'INVOICE NO : '.
000909     05 FILLER         PIC X(60) VALUE 'DUPLICATA'.
000909     05 FILLER         PIC X(60) VALUE 'ORDER NO :'.
000909     05 FILLER         PIC X(60) VALUE '  DATE : '.
000909     05 FILLER         PIC X(60) VALUE 'CUSTOMER :'.
000909     05 FILLER         PIC X(60) VALUE 'ADDRESS  :'.
000909     05 FILLER         PIC X(60) VALUE 'DELIVER  :'.
000909     05 FILLER         PIC X(60) VALUE 'PRODUCT'.
000909     05 FILLER         PIC X(60) VALUE 'DESCRIPTION'.
000909     05 FILLER         PIC X(60) VALUE 'QUANTITY'.
000909     05 FILLER         PIC X(60) VALUE 'PRICE'.
000909     05 FILLER         PIC X(60) VALUE 'AMOUNT'.
000909     05 FILLER         PIC X(60) VALUE
000909        'SUBSTITUTE - ORDERED AS : '.
000909     05 FILLER         PIC X(60) VALUE 'ORDERED AS : '.
000909     05 FILLER         PIC X(60) VALUE 'VAT EXEMPT - CERT : '.
000909     05 FILLER         PIC X(60) VALUE 'DEPOSIT APPLIED : '.
000909     05 FILLER         PIC X(60) VALUE 'FREIGHT / TRANSPORT'.
000909     05 FILLER         PIC X(60) VALUE 'CURRENCY : '.
000909     05 FILLER         PIC X(60) VALUE '  RATE : '.
000909     05 FILLER         PIC X(60) VALUE 'TERMS    : '.
000909     05 FILLER         PIC X(60) VALUE '  DUE DATE : '.
000909     05 FILLER         PIC X(60) VALUE 'DISCOUNT : '.
000909     05 FILLER         PIC X(60) VALUE ' % IF PAID BY '.
000909     05 FILLER         PIC X(60) VALUE 'TOTAL HT'.
000909     05 FILLER         PIC X(60) VALUE 'TRANSPORT'.
000909     05 FILLER         PIC X(60) VALUE 'TVA'.
000909     05 FILLER         PIC X(60) VALUE 'TOTAL TTC'.
000909     05 FILLER         PIC X(60) VALUE 'TTC'.
000909     05 FILLER         PIC X(60) VALUE
000909        'AUTOLIQUIDATION - ART. 196 DIRECTIVE 2006/112/CE'.
000909     05 FILLER         PIC X(60) VALUE 'CUSTOMER VAT NO : '.
000909  01 WS-HOUSE-TAB REDEFINES WS-HOUSE-TEXTS.
000909     05 WS-HOUSE-TEXT  PIC X(60) OCCURS 31.
000909  01 WS-DOC-TAB.
000909     05 WS-DOC-TEXT    PIC X(60) OCCURS 31.
000909******************************************************
000909*** DOCUMENT ARCHIVE - THE KEY EVERY PRINTED LINE   ***
000909*** OF A NEW INVOICE IS FILED UNDER BY DOCARCW.     ***
000909******************************************************
000909  77 DOCARCW            PIC X(8) VALUE 'DOCARCW'.
000909  77 WS-ARC-TYPE        PIC X(3) VALUE 'INV'.
000909  77 WS-ARC-NO          PIC X(12).
000909  77 WS-ARC-C-NO        PIC 9(4).
000909  77 WS-ARC-DATE        PIC X(10).
000910                                                                  00000910
000920  01 L-HEADER-BLANK    PIC X(80) VALUE SPACE.                     00000920
000930  01 L-INVOICE-TITLE   PIC X(80) VALUE SPACE.                     00000930
000941  01 L-INVOICE-NO-LINE.
000942     05 INV-NO-LBL     PIC X(13) VALUE SPACE.
000943     05 INV-NO-ED      PIC 9(6).
000944     05 FILLER         PIC X(2)  VALUE SPACE.
000945     05 INV-COPY-ED    PIC X(9).
000946     05 FILLER         PIC X(50) VALUE SPACE.
000950  01 L-ORDER-LINE.                                                00000950
000960     05 ORDER-NO-LBL   PIC X(10) VALUE SPACE.                     00000960
000970     05 ORDER-NO-ED    PIC 9(6).                                   00000970
000980     05 ORDER-DATE-LBL PIC X(10) VALUE SPACE.                     00000980
000990     05 ORDER-DATE-ED  PIC X(10).                                 00000990
001000     05 FILLER         PIC X(47) VALUE SPACE.                     00001000
001010  01 L-CUSTOMER-LINE.                                             00001010
001020     05 CUST-LBL       PIC X(11) VALUE SPACE.                     00001020
001030     05 CUST-NO-ED     PIC 9(4).                                  00001030
001040     05 FILLER         PIC X(2)  VALUE '  '.                      00001040
001050     05 CUST-NAME-ED   PIC X(30).                                 00001050
001060     05 FILLER         PIC X(33) VALUE SPACE.                     00001060
001070  01 L-ADDRESS-LINE.                                              00001070
001080     05 ADDR-LBL       PIC X(11) VALUE SPACE.                     00001080
001090     05 CUST-ADDR-ED   PIC X(40).                                 00001090
001100     05 FILLER         PIC X(29) VALUE SPACE.                     00001100
001101  01 L-DELIVER-LINE.
001102     05 DELIV-LBL      PIC X(11) VALUE SPACE.
001103     05 DELIV-ADDR-ED  PIC X(40).
001104     05 FILLER         PIC X(29) VALUE SPACE.
001110  01 L-COLUMN-HEAD1.                                              00001110
001120     05 HEAD-PROD-LBL  PIC X(9)  VALUE SPACE.                     00001120
001130     05 HEAD-DESC-LBL  PIC X(32) VALUE SPACE.                     00001130
001140     05 HEAD-QTY-LBL   PIC X(9)  VALUE SPACE.                     00001140
001150     05 HEAD-PRICE-LBL PIC X(10) VALUE SPACE.                     00001150
001160     05 HEAD-AMT-LBL   PIC X(20) VALUE SPACE.                     00001160
001170  01 L-ITEM-LINE.                                                 00001170
001180     05 ITEM-PNO-ED    PIC X(3).                                  00001180
001190     05 FILLER         PIC X(2)  VALUE SPACE.                     00001190
001200     05 ITEM-DESC-ED   PIC X(30).                                 00001200
001210     05 FILLER         PIC X(2)  VALUE SPACE.                     00001210
001220     05 ITEM-QTY-ED    PIC ZZZZ9.                                 00001220
001230     05 FILLER         PIC X(3)  VALUE SPACE.                     00001230
001240     05 ITEM-PRICE-ED  PIC ZZ9,99.                                00001240
001250     05 FILLER         PIC X(4)  VALUE SPACE.                     00001250
001260     05 ITEM-AMT-ED    PIC ZZZZZ9,99.                             00001260
001270     05 FILLER         PIC X(14) VALUE SPACE.                     00001270
001261  01 L-SUBST-LINE.
001262     05 FILLER         PIC X(5)  VALUE SPACE.
001263     05 SUBST-LBL      PIC X(26) VALUE SPACE.
001264     05 SUBST-ORIG-ED  PIC X(3).
001264     05 FILLER         PIC X(46) VALUE SPACE.
001264  01 L-PACK-LINE.
001264     05 FILLER         PIC X(5)  VALUE SPACE.
001264     05 PACK-LBL       PIC X(13) VALUE SPACE.
001264     05 PACK-QTY-ED    PIC Z9.
001264     05 FILLER         PIC X(1)  VALUE SPACE.
001264     05 PACK-UNIT-ED   PIC X(2).
001264     05 FILLER         PIC X(57) VALUE SPACE.
001265  01 L-EXEMPT-LINE.
001266     05 EXEMPT-LBL     PIC X(20) VALUE SPACE.
001267     05 EXEMPT-CERT-ED PIC X(15).
001267     05 FILLER         PIC X(45) VALUE SPACE.
001267  01 L-REVCHG-LINE.
001267     05 REVCHG-LBL     PIC X(60) VALUE SPACE.
001267     05 FILLER         PIC X(20) VALUE SPACE.
001267  01 L-VATNO-LINE.
001267     05 VATNO-LBL      PIC X(18) VALUE SPACE.
001267     05 VATNO-ED       PIC X(14).
001267     05 FILLER         PIC X(48) VALUE SPACE.
001268  01 L-DEPOSIT-LINE.
001269     05 DEP-LBL        PIC X(18) VALUE SPACE.
001270     05 DEP-APPLIED-ED PIC ZZZZZ9,99.
001270     05 FILLER         PIC X(53) VALUE SPACE.
001270  01 L-FREIGHT-LINE.
001270     05 FILLER         PIC X(5)  VALUE 'FRT  '.
001270     05 FRT-DESC-LBL   PIC X(50) VALUE SPACE.
001270     05 FREIGHT-AMT-ED PIC ZZZZZ9,99.
001270     05 FILLER         PIC X(16) VALUE SPACE.
001271  01 L-RATE-LINE.
001272     05 RATE-CCY-LBL   PIC X(11) VALUE SPACE.
001273     05 RATE-CCY-ED    PIC X(2).
001274     05 RATE-VAL-LBL   PIC X(9)  VALUE SPACE.
001275     05 RATE-VAL-ED    PIC 9,9999.
001276     05 FILLER         PIC X(52) VALUE SPACE.
001277  01 L-TERMS-LINE.
001277     05 TERMS-LBL      PIC X(11) VALUE SPACE.
001277     05 TERMS-DESC-ED  PIC X(20).
001277     05 TERMS-DUE-LBL  PIC X(13) VALUE SPACE.
001277     05 TERMS-DUE-ED   PIC X(10).
001277     05 FILLER         PIC X(26) VALUE SPACE.
001278  01 L-DISCOUNT-LINE.
001278     05 DISC-PCT-LBL   PIC X(11) VALUE SPACE.
001278     05 DISC-PCT-ED    PIC Z9,99.
001278     05 DISC-DATE-LBL  PIC X(14) VALUE SPACE.
001278     05 DISC-DATE-ED   PIC X(10).
001278     05 FILLER         PIC X(40) VALUE SPACE.
001280  01 L-TOTAL-LINE.                                                00001280
001290     05 FILLER         PIC X(53) VALUE SPACE.                     00001290
001300     05 TOTAL-LBL-ED   PIC X(10) VALUE SPACE.                     00001300
001360      PERFORM FETCH-ORDER-HEADER                                  00001360
001370                                                                  00001370
001380      IF ORDER-FOUND                                              00001380
001380         IF ORDERS-STATUS = 'C'
001380            DISPLAY 'PART7 : ORDER ' WS-ORDERNO ' ANNULEE'
001380                    ' - RIEN A FACTURER'
001380            MOVE 8 TO RETURN-CODE
001380            MOVE 'E' TO WS-RLOG-EVENT
001380            MOVE RETURN-CODE TO WS-RLOG-RETCODE
001380            PERFORM WRITE-RUN-LOG
001380            GOBACK
001380         END-IF
001380         PERFORM CHECK-CONSOLIDATION-FLAG
001380         IF CONSOL-CUSTOMER
001380            DISPLAY 'PART7 : CLIENT ' ORDERS-C-NO ' EN '
001388         END-IF
001389         IF INVOICE-NEW
001391            PERFORM ASSIGN-INVOICE-NUMBER
001391            IF SERIES-OUT-BLOCK
001391               DISPLAY 'PART7 : NUMERO ' INV-NO ' HORS DE LA '
001391                       'SERIE FACTURES ' WS-INV-YEAR '0001-'
001391                       WS-INV-YEAR '7999 - FACTURE REFUSEE'
001391               MOVE 8 TO RETURN-CODE
001391               MOVE 'E' TO WS-RLOG-EVENT
001391               MOVE RETURN-CODE TO WS-RLOG-RETCODE
001391               PERFORM WRITE-RUN-LOG
001391               GOBACK
001391            END-IF
001392         END-IF
001393         PERFORM RESOLVE-MARKET-RATE
001393         PERFORM GET-PAYMENT-TERMS
001393         PERFORM SET-DOC-LANGUAGE
001393         PERFORM SET-ARCHIVE-KEY
001390         OPEN OUTPUT OUTINV                                       00001390
001400         PERFORM WRITE-INVOICE-HEADER                             00001400
001410         PERFORM PRINT-ORDER-LINES                                00001410
001411         PERFORM PRINT-FREIGHT-LINE
001420         PERFORM WRITE-INVOICE-TOTAL                              00001420
001430         CLOSE OUTINV                                             00001430
001431         IF INVOICE-NEW
001432            PERFORM INSERT-INVOICE-REGISTER
001432            PERFORM INSERT-OPEN-ITEM
001432            PERFORM POST-FREIGHT-CHARGE
001432            PERFORM APPLY-DEPOSIT-POST
001432            PERFORM MARK-ORDER-INVOICED
001433            PERFORM COMMIT-SQL
940079
001560  INITIALIZE-PARAMETERS.                                          00001560
001570      MOVE SPACES TO WS-ORDERNO-PARM                              00001570
001580      MOVE 'ORDERNO' TO WS-PGET-NAME                              00001580
001583      PERFORM GET-RUN-PARM                                        00001583
001586      MOVE WS-PGET-VALUE TO WS-ORDERNO-PARM                       00001586
001590      MOVE ZERO TO WS-ORDERNO                                     00001590
001600      IF WS-ORDERNO-PARM IS NUMERIC                               00001600
001610         MOVE WS-ORDERNO-PARM TO WS-ORDERNO                       00001610
001620      END-IF                                                      00001620
001614      MOVE SPACES TO WS-REPRINT-PARM
001614      MOVE 'REPRINT' TO WS-PGET-NAME
001614      PERFORM GET-RUN-PARM
001614      MOVE WS-PGET-VALUE TO WS-REPRINT-PARM
001615     MOVE SPACES TO WS-LOCALE-PARM                                00001615
001616     MOVE 'NUMLOCALE' TO WS-PGET-NAME                             00001616
001616     PERFORM GET-RUN-PARM                                         00001616
001616     MOVE WS-PGET-VALUE TO WS-LOCALE-PARM                         00001616
001617     IF WS-LOCALE-PARM = 'US'                                     00001617
001618        SET LOCALE-US TO TRUE                                     00001618
001619     ELSE                                                         00001619
001621     END-IF                                                       00001621
001630      .                                                           00001630
001640                                                                  00001640
001640******************************************************
001640*** THE INVOICE SPEAKS THE CUSTOMER'S LANGUAGE -   ***
001640*** LANG_CODE PICKS THE DOC_TEXTS WORDING, AND AN  ***
001640*** 'EN' CUSTOMER GETS MM/DD/YYYY DATES AND A      ***
001640*** DECIMAL POINT. NUMLOCALE=US STILL FORCES THE   ***
001640*** POINT FOR EVERY CUSTOMER.                      ***
001640******************************************************
001640  SET-DOC-LANGUAGE.
001640      IF CUS-LANG = SPACES
001640         MOVE 'FR' TO CUS-LANG
001640      END-IF
001640      IF CUS-LANG = 'EN'
001640         SET DOC-LANG-EN TO TRUE
001640         SET LOCALE-US TO TRUE
001640      ELSE
001640         SET DOC-LANG-FR TO TRUE
001640      END-IF
001640      MOVE WS-HOUSE-TAB TO WS-DOC-TAB
001640      CALL DOCTXT USING WS-DOC-ID CUS-LANG WS-DOC-COUNT
001640                        WS-DOC-TAB WS-DOC-FOUND
001640      IF INVOICE-EXISTS
001640         MOVE WS-DOC-TEXT(3) TO INV-COPY-ED
001640      END-IF
001640
001640      MOVE WS-DOC-TEXT(1)  TO L-INVOICE-TITLE
001640      MOVE WS-DOC-TEXT(2)  TO INV-NO-LBL
001640      MOVE WS-DOC-TEXT(4)  TO ORDER-NO-LBL
001640      MOVE WS-DOC-TEXT(5)  TO ORDER-DATE-LBL
001640      MOVE WS-DOC-TEXT(6)  TO CUST-LBL
001640      MOVE WS-DOC-TEXT(7)  TO ADDR-LBL
001640      MOVE WS-DOC-TEXT(8)  TO DELIV-LBL
001640      MOVE WS-DOC-TEXT(9)  TO HEAD-PROD-LBL
001640      MOVE WS-DOC-TEXT(10) TO HEAD-DESC-LBL
001640      MOVE WS-DOC-TEXT(11) TO HEAD-QTY-LBL
001640      MOVE WS-DOC-TEXT(12) TO HEAD-PRICE-LBL
001640      MOVE WS-DOC-TEXT(13) TO HEAD-AMT-LBL
001640      MOVE WS-DOC-TEXT(14) TO SUBST-LBL
001640      MOVE WS-DOC-TEXT(15) TO PACK-LBL
001640      MOVE WS-DOC-TEXT(16) TO EXEMPT-LBL
001640      MOVE WS-DOC-TEXT(30) TO REVCHG-LBL
001640      MOVE WS-DOC-TEXT(31) TO VATNO-LBL
001640      MOVE WS-DOC-TEXT(17) TO DEP-LBL
001640      MOVE WS-DOC-TEXT(18) TO FRT-DESC-LBL
001640      MOVE WS-DOC-TEXT(19) TO RATE-CCY-LBL
001640      MOVE WS-DOC-TEXT(20) TO RATE-VAL-LBL
001640      MOVE WS-DOC-TEXT(21) TO TERMS-LBL
001640      MOVE WS-DOC-TEXT(22) TO TERMS-DUE-LBL
001640      MOVE WS-DOC-TEXT(23) TO DISC-PCT-LBL
001640      MOVE WS-DOC-TEXT(24) TO DISC-DATE-LBL
001640      .
001640
001640******************************************************
001640*** A YYYY-MM-DD DATE AS THE CUSTOMER READS IT -   ***
001640*** DD/MM/YYYY IN FRENCH, MM/DD/YYYY IN ENGLISH.   ***
001640*** ANYTHING ELSE PRINTS AS IT CAME.               ***
001640******************************************************
001640  FORMAT-DOC-DATE.
001640      MOVE WS-DOC-DATE-IN TO WS-DOC-DATE-OUT
001640      IF WS-DOC-DATE-IN(5:1) = '-' AND WS-DOC-DATE-IN(8:1) = '-'
001640         MOVE SPACES TO WS-DOC-DATE-OUT
001640         IF DOC-LANG-EN
001640            STRING WS-DOC-DATE-IN(6:2) '/' WS-DOC-DATE-IN(9:2) '/'
001640                   WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
001640                   INTO WS-DOC-DATE-OUT
001640            END-STRING
001640         ELSE
001640            STRING WS-DOC-DATE-IN(9:2) '/' WS-DOC-DATE-IN(6:2) '/'
001640                   WS-DOC-DATE-IN(1:4) DELIMITED BY SIZE
001640                   INTO WS-DOC-DATE-OUT
001640            END-STRING
001640         END-IF
001640      END-IF
001640      .
001640
001650  FETCH-ORDER-HEADER.                                             00001650
001660      SET ORDER-NOT-FOUND TO TRUE                                 00001660
001670      EXEC SQL                                                    00001670
001680         SELECT O.O_NO, O.O_DATE, O.C_NO, O.MARKET,               00001680
001681                COALESCE(O.SHIP_CODE, '  '),
001682                O.STATUS,
001690                C.NAME, C.ADDRESS,                                00001690
001690                COALESCE(C.LANG_CODE, 'FR'),
001690                COALESCE(C.COUNTRY, 'FR'),
001690                COALESCE(C.VAT_NO, ' ')
001691           INTO :ORDERS-O-NO, :ORDERS-O-DATE, :ORDERS-C-NO,       00001691
001692                :ORDERS-MARKET, :ORDERS-SHIP-CODE,
001693                :ORDERS-STATUS,
001700                :CUS-NAME, :CUS-ADDRESS, :CUS-LANG,               00001700
001700                :CUS-COUNTRY, :CUS-VAT-NO
001710         FROM API5.ORDERS O                                       00001710
001720         JOIN API5.CUSTOMERS C                                    00001720
001730         ON O.C_NO = C.C_NO                                       00001730
001896      SET INVOICE-NEW TO TRUE
001896      MOVE SPACES TO INV-COPY-ED
001896      EXEC SQL
001896         SELECT INV_NO, PRINT_DATE
001896              INTO :INV-NO, :INV-PRINT-DATE
001896         FROM API5.INVOICE_REGISTER
001896         WHERE O_NO = :WS-ORDERNO
001896      END-EXEC
001896      EVALUATE TRUE
001896         WHEN SQLCODE = ZERO
001896              SET INVOICE-EXISTS TO TRUE
001896         WHEN SQLCODE = +100
001896              CONTINUE
001896         WHEN OTHER
001896*** DRAWS THE NEXT NUMBER FROM THE CONTROLLED       ***
001896*** COUNTER - THE UPDATE TAKES THE ROW LOCK FIRST   ***
001896*** SO TWO OPERATORS CANNOT DRAW THE SAME NUMBER.   ***
001896*** ONCE PART129 HAS RESTARTED THE SERIES, YY8001   ***
001896*** UP IS THE CREDIT NOTE BLOCK (PART130) - A       ***
001896*** NUMBER PAST YY7999 IS GIVEN BACK AND THE        ***
001896*** INVOICE REFUSED, SO AN INVOICE NEVER SHARES AN  ***
001896*** OPEN_ITEMS INV_NO WITH A CREDIT NOTE. BEFORE    ***
001896*** THE FIRST CLOSE THE LEGACY COUNTER RUNS ON      ***
001896*** UNCHECKED.                                      ***
001896******************************************************
001897  ASSIGN-INVOICE-NUMBER.
001897      EXEC SQL
001897         FROM API5.INVOICE_CONTROL
001897      END-EXEC
001897      PERFORM TEST-SQLCODE
001897      SET SERIES-IN-BLOCK TO TRUE
001897      DIVIDE INV-NO BY 10000 GIVING WS-INV-YEAR
001897             REMAINDER WS-INV-SEQ
001897      PERFORM GET-SERIES-START
001897      IF WS-SERIES-START > ZERO AND INV-NO >= WS-SERIES-START
001897         AND WS-INV-SEQ > 7999
001897         SET SERIES-OUT-BLOCK TO TRUE
001897         EXEC SQL
001897            UPDATE API5.INVOICE_CONTROL
001897            SET NEXT_INV_NO = NEXT_INV_NO - 1
001897         END-EXEC
001897         PERFORM TEST-SQLCODE
001897      END-IF
001897      .
001897
001897******************************************************
001897*** FIRST INVOICE NUMBER OF THE SERIES PART129 LAST ***
001897*** RESTARTED - ZERO WHILE NO YEAR HAS BEEN CLOSED. ***
001897******************************************************
001897  GET-SERIES-START.
001897      MOVE ZERO TO WS-SERIES-START
001897      EXEC SQL
001897         SELECT INV_START INTO :WS-SERIES-START
001897         FROM API5.YEAR_CLOSE
001897         WHERE FISCAL_YEAR =
001897               (SELECT MAX(FISCAL_YEAR) FROM API5.YEAR_CLOSE)
001897      END-EXEC
001897      EVALUATE TRUE
001897         WHEN SQLCODE = ZERO
001897              CONTINUE
001897         WHEN SQLCODE = +100
001897              MOVE ZERO TO WS-SERIES-START
001897         WHEN OTHER
001897              DISPLAY 'ANOMALIE YEAR_CLOSE : ' SQLCODE
001897              PERFORM ABEND-PROG
001897      END-EVALUATE
001897      .
001897
001898  INSERT-INVOICE-REGISTER.
001898      MOVE WS-ORDERNO TO INV-O-NO
001898      MOVE ORDERS-C-NO TO INV-C-NO
001898      COMPUTE INV-AMOUNT = WS-INVOICE-TOTAL + WS-TAX-TOTAL
001898              + WS-FREIGHT-TOTAL
001898      ACCEPT WS-PRINT-DATE-RAW FROM DATE YYYYMMDD
001898      CALL RUNDATE USING WS-PRINT-DATE-RAW
001898      STRING WS-PRINT-DATE-RAW(1:4) '-'
001898             WS-PRINT-DATE-RAW(5:2) '-'
001898             WS-PRINT-DATE-RAW(7:2) DELIMITED BY SIZE
001898      MOVE INV-AMOUNT     TO OITEM-OPEN-AMT
001898      MOVE INV-PRINT-DATE TO OITEM-INV-DATE
001898      MOVE 'O'            TO OITEM-STATUS
001898      MOVE WS-DUE-DATE    TO OITEM-DUE-DATE
001898      MOVE WS-DISC-DATE   TO OITEM-DISC-DATE
001898      MOVE TRM-DISC-PCT   TO OITEM-DISC-PCT
001898      EXEC SQL
001898         INSERT INTO API5.OPEN_ITEMS
001898         (INV_NO, O_NO, C_NO, ORIG_AMOUNT, OPEN_AMOUNT,
001898          INV_DATE, STATUS, DUE_DATE, DISC_DATE, DISC_PCT)
001898         VALUES(:OITEM-INV-NO,
001898                :OITEM-O-NO,
001898                :OITEM-C-NO,
001898                :OITEM-ORIG-AMT,
001898                :OITEM-OPEN-AMT,
001898                :OITEM-INV-DATE,
001898                :OITEM-STATUS,
001898                :OITEM-DUE-DATE,
001898                :OITEM-DISC-DATE,
001898                :OITEM-DISC-PCT)
001898      END-EXEC
001898      PERFORM TEST-SQLCODE
001898      .
001898      PERFORM TEST-SQLCODE
001898      .
001898
001898******************************************************
001898*** THE FREIGHT IS A NEW CHARGE THE ORDER LOAD NEVER ***
001898*** PUT ON THE BALANCE - IT GOES ON HERE WITH ITS    ***
001898*** AUDIT ROW (TYPE 'X', JOURNALED BY PART44), AND   ***
001898*** THE SHIPMENTS ROWS ARE STAMPED WITH THE INVOICE. ***
001898*** CUS-BALANCE WAS READ BY APPLY-DEPOSIT-CALC AND   ***
001898*** IS CARRIED FORWARD FOR THE DEPOSIT POSTING.      ***
001898******************************************************
001898  POST-FREIGHT-CHARGE.
001898      IF WS-FREIGHT-TOTAL NOT = ZERO
001898         COMPUTE WS-NEW-BALANCE = CUS-BALANCE
001898                 + WS-FREIGHT-TOTAL
001898         EXEC SQL
001898            UPDATE API5.CUSTOMERS
001898            SET BALANCE = :WS-NEW-BALANCE
001898            WHERE C_NO = :ORDERS-C-NO
001898         END-EXEC
001898         PERFORM TEST-SQLCODE
001898         EXEC SQL
001898            INSERT INTO API5.BALANCE_HISTORY
001898            (C_NO, O_NO, OLD_BAL, NEW_BAL, AMOUNT, HIST_DATE,
001898             HIST_TYPE)
001898            VALUES(:ORDERS-C-NO,
001898                   :INV-O-NO,
001898                   :CUS-BALANCE,
001898                   :WS-NEW-BALANCE,
001898                   :WS-FREIGHT-TOTAL,
001898                   :INV-PRINT-DATE,
001898                   'X')
001898         END-EXEC
001898         PERFORM TEST-SQLCODE
001898         MOVE WS-NEW-BALANCE TO CUS-BALANCE
001898         EXEC SQL
001898            UPDATE API5.SHIPMENTS
001898            SET INV_NO = :INV-NO
001898            WHERE O_NO = :WS-ORDERNO
001898            AND   INV_NO = 0
001898         END-EXEC
001898         PERFORM TEST-SQLCODE
001898      END-IF
001898      .
001898
001899  COMMIT-SQL.
001899      EXEC SQL COMMIT END-EXEC
001899      PERFORM TEST-SQLCODE
001899      .
001899
001899******************************************************
001899*** DOCUMENT ARCHIVE - A NEW INVOICE IS FILED       ***
001899*** UNDER ITS NUMBER AND PRINT DATE; A REPRINT      ***
001899*** ONLY PRINTS.                                    ***
001899******************************************************
001899  SET-ARCHIVE-KEY.
001899      MOVE INV-NO      TO WS-ARC-NO
001899      MOVE ORDERS-C-NO TO WS-ARC-C-NO
001899      ACCEPT WS-PRINT-DATE-RAW FROM DATE YYYYMMDD
001899      CALL RUNDATE USING WS-PRINT-DATE-RAW
001899      STRING WS-PRINT-DATE-RAW(1:4) '-'
001899             WS-PRINT-DATE-RAW(5:2) '-'
001899             WS-PRINT-DATE-RAW(7:2) DELIMITED BY SIZE
001899             INTO WS-ARC-DATE
001899      END-STRING
001899      .
001899
001899  PUT-INVOICE-LINE.
001899      IF INVOICE-NEW
001899         CALL DOCARCW USING WS-RLOG-PROGID WS-ARC-TYPE WS-ARC-NO
001899                            WS-ARC-C-NO WS-ARC-DATE ENR-OUTINV
001899      END-IF
001899      WRITE ENR-OUTINV
001899      .
001899
001899******************************************************
001899*** CONSOLIDATED-BILLING CUSTOMERS ARE SWEPT BY     ***
001899*** PART83 - THE PER-ORDER RUN LEAVES THEM ALONE.   ***
001899******************************************************
001899      PERFORM TEST-SQLCODE
001899      IF CUS-DEPOSIT > ZERO
001899         COMPUTE WS-GROSS-TOTAL = WS-INVOICE-TOTAL
001899                 + WS-TAX-TOTAL + WS-FREIGHT-TOTAL
001899         IF CUS-DEPOSIT < WS-GROSS-TOTAL
001899            MOVE CUS-DEPOSIT TO WS-DEP-APPLIED
001899         ELSE
001899         END-IF
001899         IF WS-DEP-APPLIED > ZERO
001899            MOVE WS-DEP-APPLIED TO DEP-APPLIED-ED
001899            IF LOCALE-US
001899               INSPECT DEP-APPLIED-ED REPLACING ALL ',' BY '.'
001899            END-IF
001899            MOVE L-DEPOSIT-LINE TO ENR-OUTINV
001899            PERFORM PUT-INVOICE-LINE
001899         END-IF
001899      END-IF
001899      .
001900  WRITE-INVOICE-HEADER.                                           00001900
001905      MOVE INV-NO TO INV-NO-ED
001910      MOVE ORDERS-O-NO TO ORDER-NO-ED                             00001910
001920      MOVE ORDERS-O-DATE TO WS-DOC-DATE-IN                        00001920
001923      PERFORM FORMAT-DOC-DATE
001926      MOVE WS-DOC-DATE-OUT TO ORDER-DATE-ED
001930      MOVE ORDERS-C-NO TO CUST-NO-ED                              00001930
001940      MOVE CUS-NAME TO CUST-NAME-ED                               00001940
001950      MOVE CUS-ADDRESS TO CUST-ADDR-ED                            00001950
001960                                                                  00001960
001970      MOVE L-INVOICE-TITLE TO ENR-OUTINV
001970      PERFORM PUT-INVOICE-LINE
001975      MOVE L-INVOICE-NO-LINE TO ENR-OUTINV
001975      PERFORM PUT-INVOICE-LINE
001980      MOVE L-HEADER-BLANK TO ENR-OUTINV
001980      PERFORM PUT-INVOICE-LINE
001990      MOVE L-ORDER-LINE TO ENR-OUTINV
001990      PERFORM PUT-INVOICE-LINE
002000      MOVE L-CUSTOMER-LINE TO ENR-OUTINV
002000      PERFORM PUT-INVOICE-LINE
002010      MOVE L-ADDRESS-LINE TO ENR-OUTINV
002010      PERFORM PUT-INVOICE-LINE
002011      IF ORDERS-SHIP-CODE NOT = SPACES
002012         PERFORM WRITE-DELIVERY-LINE
002013      END-IF
002020      MOVE L-HEADER-BLANK TO ENR-OUTINV
002020      PERFORM PUT-INVOICE-LINE
002030      MOVE L-COLUMN-HEAD1 TO ENR-OUTINV
002030      PERFORM PUT-INVOICE-LINE
002040      .                                                           00002040
002050                                                                  00002050
002051******************************************************
002065      EVALUATE TRUE
002066         WHEN SQLCODE = ZERO
002067              MOVE SHIP-ADDRESS TO DELIV-ADDR-ED
002068              MOVE L-DELIVER-LINE TO ENR-OUTINV
002068              PERFORM PUT-INVOICE-LINE
002069         WHEN SQLCODE = +100
002070              DISPLAY 'PART7 : SHIP-TO INCONNU : '
002071                      ORDERS-SHIP-CODE
002370              :ITEMS-QUANTITY,                                    00002370
002380              :ITEMS-PRICE,                                       00002380
002385              :ITEMS-TAX,
002386              :ITEMS-ORIG-P-NO,
002387              :ITEMS-ORDER-UNIT,
002388              :ITEMS-ORDER-QTY
002390      END-EXEC                                                    00002390
002400      .                                                           00002400
002410                                                                  00002410
002507        INSPECT ITEM-AMT-ED REPLACING ALL ',' BY '.'              00002507
002508     END-IF                                                       00002508
002520                                                                  00002520
002530      MOVE L-ITEM-LINE TO ENR-OUTINV
002530      PERFORM PUT-INVOICE-LINE
002531      IF ITEMS-ORIG-P-NO NOT = SPACES
002532         MOVE ITEMS-ORIG-P-NO TO SUBST-ORIG-ED
002533         MOVE L-SUBST-LINE TO ENR-OUTINV
002533         PERFORM PUT-INVOICE-LINE
002534      END-IF
002535      IF ITEMS-ORDER-UNIT NOT = SPACES
002536         MOVE ITEMS-ORDER-QTY  TO PACK-QTY-ED
002537         MOVE ITEMS-ORDER-UNIT TO PACK-UNIT-ED
002538         MOVE L-PACK-LINE TO ENR-OUTINV
002538         PERFORM PUT-INVOICE-LINE
002539      END-IF
002540      .                                                           00002540
002550                                                                  00002550
002541******************************************************
002542*** THE ORDER'S FREIGHT FROM API5.SHIPMENTS - A NEW ***
002543*** INVOICE BILLS THE ROWS NOT YET BILLED, A        ***
002544*** REPRINT SHOWS THE ROWS IT BILLED THE FIRST TIME.***
002545******************************************************
002546  PRINT-FREIGHT-LINE.
002547      MOVE ZERO TO WS-FREIGHT-TOTAL
002548      EXEC SQL
002549         SELECT COALESCE(SUM(FREIGHT), 0)
002550              INTO :WS-FREIGHT-TOTAL
002551         FROM API5.SHIPMENTS
002552         WHERE O_NO = :WS-ORDERNO
002553         AND   (INV_NO = 0 OR INV_NO = :INV-NO)
002554      END-EXEC
002555      PERFORM TEST-SQLCODE
002556      IF WS-FREIGHT-TOTAL NOT = ZERO
002557         MOVE WS-FREIGHT-TOTAL TO FREIGHT-AMT-ED
002558         IF LOCALE-US
002559            INSPECT FREIGHT-AMT-ED REPLACING ALL ',' BY '.'
002559         END-IF
002559         MOVE L-FREIGHT-LINE TO ENR-OUTINV
002559         PERFORM PUT-INVOICE-LINE
002559      END-IF
002559      .
002559
002560  WRITE-INVOICE-TOTAL.                                            00002560
002561      COMPUTE WS-GROSS-TOTAL = WS-INVOICE-TOTAL + WS-TAX-TOTAL
002561              + WS-FREIGHT-TOTAL
002562      MOVE L-HEADER-BLANK TO ENR-OUTINV
002562      PERFORM PUT-INVOICE-LINE
002563      MOVE WS-DOC-TEXT(25) TO TOTAL-LBL-ED
002564      MOVE WS-INVOICE-TOTAL TO TOTAL-AMT-ED
002565      PERFORM WRITE-ONE-TOTAL-LINE
002565      IF WS-FREIGHT-TOTAL NOT = ZERO
002565         MOVE WS-DOC-TEXT(26) TO TOTAL-LBL-ED
002565         MOVE WS-FREIGHT-TOTAL TO TOTAL-AMT-ED
002565         PERFORM WRITE-ONE-TOTAL-LINE
002565      END-IF
002565      PERFORM CHECK-REVERSE-CHARGE
002565      SET CUSTOMER-TAXED TO TRUE
002565      IF SALE-DOMESTIC-VAT
002565         PERFORM CHECK-TAX-EXEMPTION
002565      END-IF
002565      EVALUATE TRUE
002565         WHEN SALE-REVERSE-CHARGED
002565              MOVE L-REVCHG-LINE TO ENR-OUTINV
002565              PERFORM PUT-INVOICE-LINE
002565              MOVE CUS-VAT-NO TO VATNO-ED
002565              MOVE L-VATNO-LINE TO ENR-OUTINV
002565              PERFORM PUT-INVOICE-LINE
002565         WHEN CUSTOMER-EXEMPT
002565              MOVE EXM-CERT-NO TO EXEMPT-CERT-ED
002565              MOVE L-EXEMPT-LINE TO ENR-OUTINV
002565              PERFORM PUT-INVOICE-LINE
002565         WHEN OTHER
002566              MOVE WS-DOC-TEXT(27) TO TOTAL-LBL-ED
002567              MOVE WS-TAX-TOTAL TO TOTAL-AMT-ED
002568              PERFORM WRITE-ONE-TOTAL-LINE
002568      END-EVALUATE
002569      MOVE WS-DOC-TEXT(28) TO TOTAL-LBL-ED
002570      MOVE WS-GROSS-TOTAL TO TOTAL-AMT-ED
002571      PERFORM WRITE-ONE-TOTAL-LINE
002572      IF RATE-FOUND AND INV-CURRENCY NOT = 'US'
002575      IF INVOICE-NEW
002576         PERFORM APPLY-DEPOSIT-CALC
002577      END-IF
002578      MOVE L-HEADER-BLANK TO ENR-OUTINV
002578      PERFORM PUT-INVOICE-LINE
002578      MOVE TRM-DESC    TO TERMS-DESC-ED
002578      MOVE WS-DUE-DATE TO WS-DOC-DATE-IN
002578      PERFORM FORMAT-DOC-DATE
002578      MOVE WS-DOC-DATE-OUT TO TERMS-DUE-ED
002578      MOVE L-TERMS-LINE TO ENR-OUTINV
002578      PERFORM PUT-INVOICE-LINE
002578      IF TRM-DISC-PCT > ZERO
002578         MOVE TRM-DISC-PCT TO DISC-PCT-ED
002578         IF LOCALE-US
002578            INSPECT DISC-PCT-ED REPLACING ALL ',' BY '.'
002578         END-IF
002578         MOVE WS-DISC-DATE TO WS-DOC-DATE-IN
002578         PERFORM FORMAT-DOC-DATE
002578         MOVE WS-DOC-DATE-OUT TO DISC-DATE-ED
002578         MOVE L-DISCOUNT-LINE TO ENR-OUTINV
002578         PERFORM PUT-INVOICE-LINE
002578      END-IF
002600      .                                                           00002600
002601
002601******************************************************
002601*** THE CUSTOMER'S PAYMENT TERMS AND THE DUE AND   ***
002601*** DISCOUNT DATES THEY GIVE THE INVOICE, COUNTED  ***
002601*** FROM TODAY (OR FROM THE REGISTER PRINT DATE ON ***
002601*** A REPRINT). NO CODE, OR A CODE NOT IN THE      ***
002601*** TABLE, IS NET 30. A REPRINT THEN SHOWS THE     ***
002601*** DATES ALREADY STAMPED ON THE OPEN ITEM.        ***
002601******************************************************
002601  GET-PAYMENT-TERMS.
002601      EXEC SQL
002601         SELECT T.TERMS_CODE, T.DESCRIPTION, T.NET_DAYS,
002601                T.DISC_DAYS, T.DISC_PCT
002601           INTO :TRM-CODE, :TRM-DESC, :TRM-NET-DAYS,
002601                :TRM-DISC-DAYS, :TRM-DISC-PCT
002601         FROM API5.CUSTOMERS C, API5.PAYMENT_TERMS T
002601         WHERE C.C_NO       = :ORDERS-C-NO
002601         AND   T.TERMS_CODE = C.TERMS_CODE
002601      END-EXEC
002601      IF SQLCODE = +100
002601         MOVE 'N30'         TO TRM-CODE
002601         MOVE 'NET 30 DAYS' TO TRM-DESC
002601         MOVE 30            TO TRM-NET-DAYS
002601         MOVE ZERO          TO TRM-DISC-DAYS
002601         MOVE ZERO          TO TRM-DISC-PCT
002601      ELSE
002601         PERFORM TEST-SQLCODE
002601      END-IF
002601
002601      IF INVOICE-EXISTS
002601         STRING INV-PRINT-DATE(1:4) INV-PRINT-DATE(6:2)
002601                INV-PRINT-DATE(9:2) DELIMITED BY SIZE
002601                INTO WS-WORK-DATE-X
002601         END-STRING
002601         MOVE WS-WORK-DATE TO WS-TERMS-BASE
002601      ELSE
002601         ACCEPT WS-PRINT-DATE-RAW FROM DATE YYYYMMDD
002601         CALL RUNDATE USING WS-PRINT-DATE-RAW
002601         MOVE WS-PRINT-DATE-RAW TO WS-TERMS-BASE
002601      END-IF
002601
002601      COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
002601              (FUNCTION INTEGER-OF-DATE(WS-TERMS-BASE)
002601               + TRM-NET-DAYS)
002601      MOVE SPACES TO WS-DUE-DATE
002601      STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
002601             WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
002601             INTO WS-DUE-DATE
002601      END-STRING
002601
002601      COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
002601              (FUNCTION INTEGER-OF-DATE(WS-TERMS-BASE)
002601               + TRM-DISC-DAYS)
002601      MOVE SPACES TO WS-DISC-DATE
002601      STRING WS-WORK-DATE-X(1:4) '-' WS-WORK-DATE-X(5:2) '-'
002601             WS-WORK-DATE-X(7:2) DELIMITED BY SIZE
002601             INTO WS-DISC-DATE
002601      END-STRING
002601
002601      IF INVOICE-EXISTS
002601         EXEC SQL
002601            SELECT COALESCE(DUE_DATE, :WS-DUE-DATE),
002601                   COALESCE(DISC_DATE, :WS-DISC-DATE),
002601                   COALESCE(DISC_PCT, 0)
002601                 INTO :WS-DUE-DATE, :WS-DISC-DATE,
002601                      :TRM-DISC-PCT
002601            FROM API5.OPEN_ITEMS
002601            WHERE INV_NO = :INV-NO
002601         END-EXEC
002601         PERFORM TEST-SQLCODE
002601      END-IF
002601      .
002601
002602******************************************************
002603*** THE SAME GROSS IN THE MARKET'S CURRENCY, WITH  ***
002604*** THE RATE USED, SO AN EU CUSTOMER STOPS CALLING ***
002612      IF LOCALE-US
002613         INSPECT RATE-VAL-ED REPLACING ALL ',' BY '.'
002614      END-IF
002615      MOVE L-RATE-LINE TO ENR-OUTINV
002615      PERFORM PUT-INVOICE-LINE
002616      MOVE SPACES TO TOTAL-LBL-ED
002617      STRING WS-DOC-TEXT(29)(1:4) INV-CURRENCY
002617             DELIMITED BY SIZE
002618             INTO TOTAL-LBL-ED
002619      END-STRING
002620      MOVE WS-LOCAL-GROSS TO TOTAL-AMT-ED
002621      PERFORM WRITE-ONE-TOTAL-LINE
002622      .
002601
002600******************************************************
002600*** REVERSE CHARGE - AN EU VAT NUMBER ON FILE AND A ***
002600*** COUNTRY OTHER THAN OURS, AS IN PART2.          ***
002600******************************************************
002600  CHECK-REVERSE-CHARGE.
002600      SET SALE-DOMESTIC-VAT TO TRUE
002600      IF CUS-VAT-NO NOT = SPACES
002600         AND CUS-COUNTRY NOT = SPACES
002600         AND CUS-COUNTRY NOT = WS-HOME-COUNTRY
002600         SET SALE-REVERSE-CHARGED TO TRUE
002600      END-IF
002600      .
002600
002601******************************************************
002601*** THE CERTIFICATE COVERING THE ORDER DATE, WHEN   ***
002601*** THE CUSTOMER HOLDS ONE.                         ***
002603     IF LOCALE-US                                                 00002603
002604        INSPECT TOTAL-AMT-ED REPLACING ALL ',' BY '.'             00002604
002605     END-IF                                                       00002605
002606      MOVE L-TOTAL-LINE TO ENR-OUTINV
002606      PERFORM PUT-INVOICE-LINE
002607      .
002610                                                                  00002610
002620  TEST-SQLCODE.                                                   00002620
002790      MOVE 16 TO RETURN-CODE                                      00002790
002800      STOP RUN.                                                   00002800
002810                                                                  00002810
002910
003010******************************************************
003110*** RUN PARAMETERS COME FROM API5.RUN_PARMS THROUGH ***
003210*** THE SHARED PARMGET ROUTINE; THE ENVIRONMENT     ***
003310*** VARIABLE OF THE SAME NAME STILL OVERRIDES THEM. ***
003410******************************************************
003510  GET-RUN-PARM.
003610      MOVE RETURN-CODE TO WS-PGET-RETCODE
003710      CALL PARMGET USING WS-PGET-PROGID WS-PGET-NAME
003810                         WS-PGET-VALUE
003910*     THE CALL RESETS RETURN-CODE FROM THE CALLEE - RESTORE IT.
004010      MOVE WS-PGET-RETCODE TO RETURN-CODE
004110      .
