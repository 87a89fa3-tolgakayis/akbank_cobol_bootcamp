      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV037.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Hareket tarihcesi saklama ve ay kontrol raporu. JRNLHIST
      * (bkz. ODEV036) bastan sona okunur; saklama suresinden eski
      * kayitlar silinir ve tarihcede tutulan her ay icin kayit
      * sayisi, borc ve alacak toplamlari ve net (bakiye sonrasi -
      * oncesi) HSTMRPT raporuna basilir. Saklama suresi ay
      * olarak CTLCARD'dan alinir (varsayilan 24); kesim, kosu
      * ayindan o kadar ay onceki ayin ilk gunudur, yani icinde
      * bulunulan ay ve ondan onceki tam aylar tutulur. Boylece
      * bir ay ya butunuyle tutulur ya butunuyle silinir ve rapor
      * her ayi tek satirda gosterir. Kartin 4. kolonunda 'R'
      * verilirse hicbir kayit silinmez; rapor silinecek aylari
      * 'DUE' olarak gosterir. Ay sonu kosularindan sonra calisir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-HIST  ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HSTM-RPT   ASSIGN TO HSTMRPT.
      *Silme, SEQUENTIAL erisimde son okunan kaydi siler (bkz.
      *ODEV012'nin ana dosya ayiklamasi); ayri bir anahtar okumasi
      *gerekmez.
       DATA DIVISION.
       FILE SECTION.
      *Hesap hareket tarihcesi (bkz. ODEV036).
       FD  JRNL-HIST.
       01  HIST-REC.
           05  HIST-KEY.
               10  HIST-ACCT-NO   PIC X(8).
               10  HIST-RUN-DATE  PIC 9(8).
               10  HIST-SEQ       PIC 9(7).
           05  HIST-TRAN-TYPE     PIC X(1).
           05  HIST-TRAN-AMOUNT   PIC S9(7)V99 COMP-3.
           05  HIST-BAL-BEFORE    PIC S9(7)V99 COMP-3.
           05  HIST-BAL-AFTER     PIC S9(7)V99 COMP-3.
           05  HIST-TRAN-CODE     PIC X(2).
           05  HIST-TRAN-DESC     PIC X(25).

      *Kontrol karti: saklama ay sayisi (kolon 1-3), kip (4; 'R' =
      *yalnizca rapor). Ornegin '024' ya da '036R'.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-RETAIN-MONTHS  PIC 9(3).
           05  CTL-MODE           PIC X(1).

       FD  HSTM-RPT RECORDING MODE F.
       01  HSTM-RPT-REC           PIC X(80).
       01  HMR-HEADER-1.
           05  FILLER             PIC X(20).
           05  HM1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  HMR-HEADER-2.
           05  HM2-LABEL          PIC X(10).
           05  HM2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(4).
           05  HM2-CUT-LABEL      PIC X(14).
           05  HM2-CUTOFF-O       PIC 9(8).
           05  FILLER             PIC X(4).
           05  HM2-MODE-O         PIC X(20).
           05  FILLER             PIC X(10).
       01  HMR-COLUMN-REC.
           05  HC-TEXT            PIC X(80).
       01  HMR-DETAIL-REC.
           05  HD-YYYY-O          PIC 9(4).
           05  HD-SLASH-O         PIC X(1).
           05  HD-MM-O            PIC 9(2).
           05  FILLER             PIC X(2).
           05  HD-COUNT-O         PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  HD-DEBIT-O         PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  HD-CREDIT-O        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  HD-NET-O           PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(2).
           05  HD-STATE-O         PIC X(6).
           05  FILLER             PIC X(5).
       01  HMR-TOTAL-REC.
           05  HT-LABEL           PIC X(16).
           05  HT-COUNT-O         PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  HT-DEBIT-O         PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  HT-CREDIT-O        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  HT-NET-O           PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(6).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 HIST-EOF          PIC X VALUE SPACE.
         05 WS-REPORT-ONLY-SW PIC X VALUE SPACE.
         05 WS-FATAL-SW       PIC X VALUE SPACE.
         05 WS-MO-FOUND-SW    PIC X VALUE SPACE.

       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

      *Saklama kurali; kart yoksa 24 ay. Kesim tarihi, kosu
      *ayindan WS-RETAIN-MONTHS ay onceki ayin ilk gunudur.
       01 WS-RETENTION-FIELDS.
         05 WS-RETAIN-MONTHS    PIC 9(3) VALUE 24.
         05 WS-MONTH-NUMBER     PIC 9(7) COMP VALUE 0.
         05 WS-CUT-YYYY         PIC 9(4) VALUE 0.
         05 WS-CUT-MM           PIC 9(2) VALUE 0.
         05 WS-CUTOFF-DATE      PIC 9(8) VALUE 0.
         05 WS-REC-MONTH        PIC 9(6) VALUE 0.
         05 WS-REC-NET          PIC S9(9)V99 COMP-3 VALUE 0.

      *Ay tablosu: tarihce hesap sirasinda oldugundan aylar
      *karisik gelir; tablo ay sirasinda tutulur, yeni ay yerine
      *kaydirilarak eklenir. Tablo dolarsa kalan aylar tasma
      *toplamina yazilir ve kosu 4 ile uyarilir.
       01 WS-MONTH-TABLE.
         05 WS-MO-MAX         PIC 9(3) COMP VALUE 300.
         05 WS-MO-COUNT       PIC 9(3) COMP VALUE 0.
         05 WS-MO-IX          PIC 9(3) COMP VALUE 0.
         05 WS-MO-SHIFT-IX    PIC 9(3) COMP VALUE 0.
         05 WS-MO-ENTRY OCCURS 300.
            10 WS-MO-MONTH    PIC 9(6).
            10 WS-MO-MONTH-R  REDEFINES WS-MO-MONTH.
               15 WS-MO-YYYY  PIC 9(4).
               15 WS-MO-MM    PIC 9(2).
            10 WS-MO-COUNT-N  PIC 9(7).
            10 WS-MO-DEBITS   PIC S9(11)V99 COMP-3.
            10 WS-MO-CREDITS  PIC S9(11)V99 COMP-3.
            10 WS-MO-NET      PIC S9(11)V99 COMP-3.

      *Tutulan, silinen (ya da yalnizca raporda silinecek) ve
      *tabloya sigmayan aylarin toplamlari.
       01 WS-TOTALS.
         05 WS-KEPT-COUNT     PIC 9(7) VALUE 0.
         05 WS-KEPT-DEBITS    PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-KEPT-CREDITS   PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-KEPT-NET       PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-PURGE-COUNT    PIC 9(7) VALUE 0.
         05 WS-PURGE-DEBITS   PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-PURGE-CREDITS  PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-PURGE-NET      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-OVFL-COUNT     PIC 9(7) VALUE 0.
         05 WS-OVFL-DEBITS    PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-OVFL-CREDITS   PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-OVFL-NET       PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-COUNTERS.
         05 WS-READ-COUNT     PIC 9(7) VALUE 0.
         05 WS-DELETED-COUNT  PIC 9(7) VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM READ-CONTROL-CARD.
           IF WS-REPORT-ONLY-SW = 'Y'
               OPEN INPUT JRNL-HIST
           ELSE
               OPEN I-O JRNL-HIST
           END-IF.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV037: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT HSTM-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           COMPUTE WS-MONTH-NUMBER =
               WS-RUN-YYYY * 12 + WS-RUN-MM - 1 - WS-RETAIN-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUT-YYYY REMAINDER WS-CUT-MM.
           ADD 1 TO WS-CUT-MM.
           COMPUTE WS-CUTOFF-DATE =
               WS-CUT-YYYY * 10000 + WS-CUT-MM * 100 + 1.
           PERFORM WRITE-REPORT-HEADER.

       PURGE-HISTORY.
           PERFORM READ-HISTORY
           PERFORM UNTIL HIST-EOF = 'Y'
               PERFORM PROCESS-ONE-HISTORY
               PERFORM READ-HISTORY
           END-PERFORM
           PERFORM PRINT-MONTH-TABLE
           PERFORM WRITE-REPORT-TOTALS
           .

       CLOSE-STOP.
           CLOSE JRNL-HIST.
           CLOSE HSTM-RPT.
           DISPLAY 'ODEV037: HISTORY RECS READ - ' WS-READ-COUNT.
           DISPLAY 'ODEV037: HISTORY DELETED   - ' WS-DELETED-COUNT.
           DISPLAY 'ODEV037: HISTORY KEPT      - ' WS-KEPT-COUNT.
           GOBACK.

      *Kart yoksa ('35') ya da ay sayisi gecersizse 24 ay tutulur.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-RETAIN-MONTHS NUMERIC
                          AND CTL-RETAIN-MONTHS > 0
                           MOVE CTL-RETAIN-MONTHS TO WS-RETAIN-MONTHS
                       END-IF
                       IF CTL-MODE = 'R'
                           MOVE 'Y' TO WS-REPORT-ONLY-SW
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      *Kayit ay tablosuna islenir; kesimden eskiyse (yalnizca
      *rapor kipi disinda) silinir. Silme hatasi olumculdur ve
      *tarama durdurulur; o ana kadar silinenler raporda gorulur.
       PROCESS-ONE-HISTORY.
           ADD 1 TO WS-READ-COUNT.
           COMPUTE WS-REC-MONTH = HIST-RUN-DATE / 100.
           COMPUTE WS-REC-NET = HIST-BAL-AFTER - HIST-BAL-BEFORE.
           PERFORM TALLY-MONTH.
           IF HIST-RUN-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-PURGE-COUNT
               PERFORM ADD-PURGE-TOTALS
               IF WS-REPORT-ONLY-SW NOT = 'Y'
                   DELETE JRNL-HIST RECORD
                   IF WS-HIST-STATUS = '00'
                       ADD 1 TO WS-DELETED-COUNT
                   ELSE
                       DISPLAY 'ODEV037: JRNLHIST DELETE ERROR STATUS '
                               WS-HIST-STATUS ' FOR ACCT '
                               HIST-ACCT-NO
                       MOVE 'Y' TO WS-FATAL-SW
                       MOVE 'Y' TO HIST-EOF
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               PERFORM ADD-KEPT-TOTALS
           END-IF.

       ADD-PURGE-TOTALS.
           IF HIST-TRAN-TYPE = 'D'
               ADD HIST-TRAN-AMOUNT TO WS-PURGE-DEBITS
           ELSE
               ADD HIST-TRAN-AMOUNT TO WS-PURGE-CREDITS
           END-IF.
           ADD WS-REC-NET TO WS-PURGE-NET.

       ADD-KEPT-TOTALS.
           IF HIST-TRAN-TYPE = 'D'
               ADD HIST-TRAN-AMOUNT TO WS-KEPT-DEBITS
           ELSE
               ADD HIST-TRAN-AMOUNT TO WS-KEPT-CREDITS
           END-IF.
           ADD WS-REC-NET TO WS-KEPT-NET.

      *Ay tabloda aranir; yoksa ay sirasini bozmayacak yere
      *sonrakiler bir asagi kaydirilarak eklenir.
       TALLY-MONTH.
           MOVE SPACE TO WS-MO-FOUND-SW.
           PERFORM VARYING WS-MO-IX FROM 1 BY 1
                   UNTIL WS-MO-IX > WS-MO-COUNT
                      OR WS-MO-MONTH (WS-MO-IX) >= WS-REC-MONTH
               CONTINUE
           END-PERFORM.
           IF WS-MO-IX <= WS-MO-COUNT
               IF WS-MO-MONTH (WS-MO-IX) = WS-REC-MONTH
                   MOVE 'Y' TO WS-MO-FOUND-SW
               END-IF
           END-IF.
           IF WS-MO-FOUND-SW NOT = 'Y'
               IF WS-MO-COUNT < WS-MO-MAX
                   PERFORM VARYING WS-MO-SHIFT-IX FROM WS-MO-COUNT
                           BY -1 UNTIL WS-MO-SHIFT-IX < WS-MO-IX
                       MOVE WS-MO-ENTRY (WS-MO-SHIFT-IX)
                         TO WS-MO-ENTRY (WS-MO-SHIFT-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-MO-COUNT
                   MOVE WS-REC-MONTH TO WS-MO-MONTH (WS-MO-IX)
                   MOVE ZERO TO WS-MO-COUNT-N (WS-MO-IX)
                               WS-MO-DEBITS (WS-MO-IX)
                               WS-MO-CREDITS (WS-MO-IX)
                               WS-MO-NET (WS-MO-IX)
                   MOVE 'Y' TO WS-MO-FOUND-SW
               END-IF
           END-IF.
           IF WS-MO-FOUND-SW = 'Y'
               ADD 1 TO WS-MO-COUNT-N (WS-MO-IX)
               IF HIST-TRAN-TYPE = 'D'
                   ADD HIST-TRAN-AMOUNT TO WS-MO-DEBITS (WS-MO-IX)
               ELSE
                   ADD HIST-TRAN-AMOUNT TO WS-MO-CREDITS (WS-MO-IX)
               END-IF
               ADD WS-REC-NET TO WS-MO-NET (WS-MO-IX)
           ELSE
               ADD 1 TO WS-OVFL-COUNT
               IF HIST-TRAN-TYPE = 'D'
                   ADD HIST-TRAN-AMOUNT TO WS-OVFL-DEBITS
               ELSE
                   ADD HIST-TRAN-AMOUNT TO WS-OVFL-CREDITS
               END-IF
               ADD WS-REC-NET TO WS-OVFL-NET
           END-IF.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa tarihce tukenmis sayilir
      *ve kosu isaretlenir.
       READ-HISTORY.
           READ JRNL-HIST NEXT RECORD
               AT END MOVE 'Y' TO HIST-EOF
           END-READ.
           IF HIST-EOF NOT = 'Y' AND WS-HIST-STATUS NOT = '00'
               DISPLAY 'ODEV037: JRNLHIST READ ERROR STATUS '
                       WS-HIST-STATUS
               MOVE 'Y' TO HIST-EOF
               MOVE 'Y' TO WS-FATAL-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO HMR-HEADER-1.
           MOVE 'ACCOUNT HISTORY BY MONTH' TO HM1-TITLE.
           WRITE HMR-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO HMR-HEADER-2.
           MOVE 'RUN DATE: '        TO HM2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO HM2-RUN-DATE.
           MOVE 'KEEP FROM:    '    TO HM2-CUT-LABEL.
           MOVE WS-CUTOFF-DATE      TO HM2-CUTOFF-O.
           IF WS-REPORT-ONLY-SW = 'Y'
               MOVE 'REPORT ONLY'     TO HM2-MODE-O
           ELSE
               MOVE 'PURGE'           TO HM2-MODE-O
           END-IF.
           WRITE HMR-HEADER-2 AFTER ADVANCING 2.
           MOVE SPACES TO HMR-COLUMN-REC.
           MOVE 'MONTH      RECORDS          DEBITS         CREDITS'
             TO HC-TEXT.
           MOVE '             NET   STATE' TO HC-TEXT (51:24).
           WRITE HMR-COLUMN-REC AFTER ADVANCING 2.

      *Ay satirlari; kesimden onceki aylar 'PURGED' (rapor
      *kipinde 'DUE'), digerleri 'KEPT' olarak isaretlenir.
       PRINT-MONTH-TABLE.
           PERFORM VARYING WS-MO-IX FROM 1 BY 1
                   UNTIL WS-MO-IX > WS-MO-COUNT
               MOVE SPACES                  TO HMR-DETAIL-REC
               MOVE WS-MO-YYYY (WS-MO-IX)   TO HD-YYYY-O
               MOVE '/'                     TO HD-SLASH-O
               MOVE WS-MO-MM (WS-MO-IX)     TO HD-MM-O
               MOVE WS-MO-COUNT-N (WS-MO-IX) TO HD-COUNT-O
               MOVE WS-MO-DEBITS (WS-MO-IX) TO HD-DEBIT-O
               MOVE WS-MO-CREDITS (WS-MO-IX) TO HD-CREDIT-O
               MOVE WS-MO-NET (WS-MO-IX)    TO HD-NET-O
               EVALUATE TRUE
                   WHEN WS-MO-MONTH (WS-MO-IX) * 100 + 1
                        >= WS-CUTOFF-DATE
                       MOVE 'KEPT'   TO HD-STATE-O
                   WHEN WS-REPORT-ONLY-SW = 'Y'
                       MOVE 'DUE'    TO HD-STATE-O
                   WHEN OTHER
                       MOVE 'PURGED' TO HD-STATE-O
               END-EVALUATE
               WRITE HMR-DETAIL-REC AFTER ADVANCING 1
           END-PERFORM.
           IF WS-OVFL-COUNT > 0
               MOVE SPACES              TO HMR-TOTAL-REC
               MOVE 'OTHER MONTHS:  '   TO HT-LABEL
               MOVE WS-OVFL-COUNT       TO HT-COUNT-O
               MOVE WS-OVFL-DEBITS      TO HT-DEBIT-O
               MOVE WS-OVFL-CREDITS     TO HT-CREDIT-O
               MOVE WS-OVFL-NET         TO HT-NET-O
               WRITE HMR-TOTAL-REC AFTER ADVANCING 1
               DISPLAY 'ODEV037: MONTH TABLE FULL - '
                       WS-OVFL-COUNT ' RECS IN OTHER MONTHS'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *Tutulan + silinen = okunan; rapor kipinde silinen satiri
      *silinecek tutarlari gosterir.
       WRITE-REPORT-TOTALS.
           MOVE SPACES              TO HMR-TOTAL-REC.
           MOVE 'HISTORY KEPT:  '   TO HT-LABEL.
           MOVE WS-KEPT-COUNT       TO HT-COUNT-O.
           MOVE WS-KEPT-DEBITS      TO HT-DEBIT-O.
           MOVE WS-KEPT-CREDITS     TO HT-CREDIT-O.
           MOVE WS-KEPT-NET         TO HT-NET-O.
           WRITE HMR-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES              TO HMR-TOTAL-REC.
           IF WS-REPORT-ONLY-SW = 'Y'
               MOVE 'DUE FOR PURGE: ' TO HT-LABEL
           ELSE
               MOVE 'PURGED:        ' TO HT-LABEL
           END-IF.
           MOVE WS-PURGE-COUNT      TO HT-COUNT-O.
           MOVE WS-PURGE-DEBITS     TO HT-DEBIT-O.
           MOVE WS-PURGE-CREDITS    TO HT-CREDIT-O.
           MOVE WS-PURGE-NET        TO HT-NET-O.
           WRITE HMR-TOTAL-REC AFTER ADVANCING 1.
           IF WS-FATAL-SW = 'Y'
               MOVE SPACES TO HMR-COLUMN-REC
               MOVE '*** SCAN INCOMPLETE - TOTALS PARTIAL'
                 TO HC-TEXT
               WRITE HMR-COLUMN-REC AFTER ADVANCING 2
           END-IF.
