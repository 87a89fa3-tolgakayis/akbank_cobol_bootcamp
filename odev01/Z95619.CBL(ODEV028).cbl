      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV028.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Ay sonu kredi burosu bildirim cikarimi. Ana dosya anahtar
      * sirasinda okunur; her hesabin musterisi CUSTXREF capraz
      * referansindan, musteri kimligi CUSTMST'den alinir (bkz.
      * ODEV015/ODEV016). Bildirilebilir her hesap icin BUREAU
      * dosyasina sabit bicimli bir detay kaydi yazilir: limit,
      * bakiye, asgari odeme, gecikme kovasindan cevrilen buro
      * odeme durumu kodu, hesap durumu (acik, kapali, hareketsiz,
      * zarar yazilmis), ad ve CLIENT-ADDR ile musteri numarasi
      * ve adi. Dosya bir baslik kaydiyla baslar, kayit sayisi ve
      * bakiye/limit toplamlarini tasiyan bir dip kaydiyla biter.
      * Musteri bagi olmayan, musterisi CUSTMST'de bulunmayan,
      * adi ya da adresi eksik hesaplar dosyaya yazilmaz; dosya
      * gonderilmeden once uyum biriminin duzeltebilmesi icin
      * nedenleriyle BUREXC raporuna basilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT XREF-REC   ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ACCT-NO
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CUST-REC   ASSIGN TO CUSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NO
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BUREAU-FILE ASSIGN TO BUREAU.
           SELECT EXCL-RPT   ASSIGN TO BUREXC.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
           05  ACCT-STATUS        PIC X(1).
           05  LAST-ACTIVITY-DATE PIC 9(6).
           05  COMMENTS           PIC X(46).
      *Fatura donemi kesim gunu (bkz. ODEV008): 01-28. COMMENTS
      *alanindan alinmistir; bos/sifir olan eski kayitlar ay sonu
      *doneminde kalir.
           05  ACCT-CYCLE-DAY     PIC 9(2).
      *Zarar yazma sayaci (bkz. ODEV018/ODEV026): hesabin ardisik
      *kac donemdir 3. kovada kaldigi. COMMENTS alaninin son iki
      *baytindan alinmistir; eski kayitlarda sayisal olmayabilir.
           05  ACCT-DELQ-CYCLES   PIC 9(2).
      *Gecikme yaslandirmasi (bkz. ODEV018): 0 = guncel, 1/2/3 =
      *30/60/90+ gun gecikmis kova; ACCT-MIN-PAY-DUE bir sonraki
      *donem icin beklenen asgari odemedir.
           05  ACCT-DELQ-BUCKET   PIC 9(1).
           05  ACCT-MIN-PAY-DUE   PIC S9(7)V99 COMP-3.

       FD  XREF-REC.
       01  XREF-FIELDS.
           05  XRF-ACCT-NO        PIC X(8).
           05  XRF-CUST-NO        PIC X(8).

       FD  CUST-REC.
       01  CUST-FIELDS.
           05  CUST-NO            PIC X(8).
           05  CUST-LAST-NAME     PIC X(20).
           05  CUST-FIRST-NAME    PIC X(15).
           05  CUST-COMMENTS      PIC X(30).

      *Buro dosyasi: 200 baytlik sabit kayit; ilk bayt kayit
      *turudur ('H' baslik, 'D' detay, 'T' dip). Uc 01 duzeyi ayni
      *depolamayi paylasir, her kayit WRITE'indan hemen once
      *doldurulur.
      *Hesap durumu: 'OP' acik, 'DO' hareketsiz, 'CL' kapali,
      *'CO' zarar yazilmis. Odeme durumu: '11' guncel, '71' 30,
      *'78' 60, '80' 90+ gun gecikmis, '13' kapanmis ve odenmis,
      *'97' zarar yazilmis.
       FD  BUREAU-FILE RECORDING MODE F.
       01  BUR-HEADER-REC.
           05  BUH-REC-TYPE       PIC X(1).
           05  BUH-FILE-ID        PIC X(8).
           05  BUH-REPORT-DATE    PIC 9(8).
           05  FILLER             PIC X(183).
       01  BUR-DETAIL-REC.
           05  BUD-REC-TYPE       PIC X(1).
           05  BUD-ACCT-NO        PIC X(8).
           05  BUD-CUST-NO        PIC X(8).
           05  BUD-CUST-LAST-NAME PIC X(20).
           05  BUD-CUST-FIRST-NAME PIC X(15).
           05  BUD-LAST-NAME      PIC X(20).
           05  BUD-FIRST-NAME     PIC X(15).
           05  BUD-STREET-ADDR    PIC X(25).
           05  BUD-CITY-COUNTY    PIC X(20).
           05  BUD-USA-STATE      PIC X(15).
           05  BUD-ACCT-COND      PIC X(2).
           05  BUD-PAY-STATUS     PIC X(2).
           05  BUD-LIMIT          PIC S9(7)V99 COMP-3.
           05  BUD-BALANCE        PIC S9(7)V99 COMP-3.
           05  BUD-MIN-PAY-DUE    PIC S9(7)V99 COMP-3.
           05  BUD-LAST-ACTIVITY  PIC 9(6).
           05  BUD-REPORT-DATE    PIC 9(8).
           05  FILLER             PIC X(20).
       01  BUR-TRAILER-REC.
           05  BUT-REC-TYPE       PIC X(1).
           05  BUT-REC-COUNT      PIC 9(7).
           05  BUT-TOTAL-BAL      PIC S9(11)V99 COMP-3.
           05  BUT-TOTAL-LIMIT    PIC S9(11)V99 COMP-3.
           05  BUT-TOTAL-MIN-PAY  PIC S9(11)V99 COMP-3.
           05  FILLER             PIC X(171).

      *Rapor satirlari; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
       FD  EXCL-RPT RECORDING MODE F.
       01  EXCL-RPT-REC           PIC X(80).
       01  EXC-HEADER-1.
           05  FILLER             PIC X(20).
           05  EH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  EXC-HEADER-2.
           05  EH2-LABEL          PIC X(10).
           05  EH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(60).
       01  EXC-DETAIL-REC.
           05  ED-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  ED-STATUS-O        PIC X(1).
           05  FILLER             PIC X(2).
           05  ED-LAST-NAME-O     PIC X(20).
           05  FILLER             PIC X(2).
           05  ED-REASON-O        PIC X(25).
           05  FILLER             PIC X(20).
       01  EXC-TOTAL-REC.
           05  ET-LABEL           PIC X(22).
           05  ET-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3).
           05  ET-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
           05  FILLER             PIC X(30).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-XREF-STATUS      PIC XX VALUE SPACES.
       01 WS-XREF-STATUS-R    REDEFINES WS-XREF-STATUS.
         05 WS-XREF-STATUS-1  PIC X.
         05 FILLER            PIC X.
       01 WS-CUST-STATUS      PIC XX VALUE SPACES.
       01 WS-CUST-STATUS-R    REDEFINES WS-CUST-STATUS.
         05 WS-CUST-STATUS-1  PIC X.
         05 FILLER            PIC X.

      *Hesabin dosyaya yazilmama nedeni; bos ise hesap
      *bildirilir.
       01 WS-EXCL-REASON      PIC X(25) VALUE SPACES.
       01 WS-BUREAU-FILE-ID   PIC X(8)  VALUE 'ODEVBURO'.

       01 WS-COUNTERS.
         05 WS-READ-COUNT       PIC 9(7) VALUE 0.
         05 WS-REPORTED-COUNT   PIC 9(7) VALUE 0.
         05 WS-EXCL-COUNT       PIC 9(7) VALUE 0.
         05 WS-TOTAL-BAL        PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-TOTAL-LIMIT      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-TOTAL-MIN-PAY    PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-EXCL-BAL         PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

      *Capraz referans ya da musteri dosyasi acilamazsa her hesap
      *bagsiz sayilip dosya bos gonderilirdi; kosu hicbir sey
      *yazmadan 8 donus koduyla birakilir.
       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN INPUT  XREF-REC.
           IF WS-XREF-STATUS NOT = '00' AND WS-XREF-STATUS NOT = '97'
               DISPLAY 'ODEV028: CUSTXREF OPEN FAILED STATUS '
                       WS-XREF-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  CUST-REC.
           IF WS-CUST-STATUS NOT = '00' AND WS-CUST-STATUS NOT = '97'
               DISPLAY 'ODEV028: CUSTMST OPEN FAILED STATUS '
                       WS-CUST-STATUS
               CLOSE XREF-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '97'
               DISPLAY 'ODEV028: MASTER OPEN FAILED STATUS '
                       WS-ACCT-STATUS
               CLOSE XREF-REC
               CLOSE CUST-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT EXCL-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM WRITE-BUREAU-HEADER.
           PERFORM WRITE-REPORT-HEADER.

       EXTRACT-ACCOUNTS.
           PERFORM READ-MASTER.
           PERFORM UNTIL MASTER-EOF = 'Y'
               ADD 1 TO WS-READ-COUNT
               PERFORM VALIDATE-ACCOUNT
               IF WS-EXCL-REASON = SPACES
                   PERFORM WRITE-BUREAU-DETAIL
               ELSE
                   PERFORM WRITE-EXCLUSION
               END-IF
               PERFORM READ-MASTER
           END-PERFORM
           PERFORM WRITE-BUREAU-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE XREF-REC.
           CLOSE CUST-REC.
           CLOSE BUREAU-FILE.
           CLOSE EXCL-RPT.
           DISPLAY 'ODEV028: ACCOUNTS READ     - ' WS-READ-COUNT.
           DISPLAY 'ODEV028: RECORDS REPORTED  - ' WS-REPORTED-COUNT.
           DISPLAY 'ODEV028: ACCOUNTS EXCLUDED - ' WS-EXCL-COUNT.
           GOBACK.

      *Once ad ve adres, sonra musteri bagi denetlenir; ilk
      *bulunan eksik neden olarak basilir. INVALID KEY yalnizca
      *2x durumlarini yakalar; kalici bir G/C hatasi (bkz.
      *ODEV016) olumculdur ve kosu 8 donus koduyla isaretlenir.
       VALIDATE-ACCOUNT.
           MOVE SPACES TO WS-EXCL-REASON.
           EVALUATE TRUE
               WHEN LAST-NAME = SPACES
                   MOVE 'MISSING NAME' TO WS-EXCL-REASON
               WHEN STREET-ADDR = SPACES
                   MOVE 'MISSING STREET ADDRESS' TO WS-EXCL-REASON
               WHEN CITY-COUNTY = SPACES
                   MOVE 'MISSING CITY' TO WS-EXCL-REASON
               WHEN USA-STATE = SPACES
                   MOVE 'MISSING STATE' TO WS-EXCL-REASON
           END-EVALUATE.
           IF WS-EXCL-REASON = SPACES
               MOVE ACCT-NO TO XRF-ACCT-NO
               READ XREF-REC
                   INVALID KEY
                       MOVE 'NO CUSTOMER LINK' TO WS-EXCL-REASON
               END-READ
               IF WS-XREF-STATUS NOT = '00'
                  AND WS-XREF-STATUS-1 NOT = '2'
                   DISPLAY 'ODEV028: XREF READ ERROR STATUS '
                           WS-XREF-STATUS ' FOR ACCT ' ACCT-NO
                   MOVE 'XREF READ ERROR' TO WS-EXCL-REASON
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-EXCL-REASON = SPACES
               MOVE XRF-CUST-NO TO CUST-NO
               READ CUST-REC
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON CUSTMST'
                         TO WS-EXCL-REASON
               END-READ
               IF WS-CUST-STATUS NOT = '00'
                  AND WS-CUST-STATUS-1 NOT = '2'
                   DISPLAY 'ODEV028: CUSTMST READ ERROR STATUS '
                           WS-CUST-STATUS ' FOR ACCT ' ACCT-NO
                   MOVE 'CUSTMST READ ERROR' TO WS-EXCL-REASON
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *Zarar yazilmis hesap kovasindan bagimsiz olarak '97' ile,
      *bakiyesi kapanmis kapali hesap '13' ile bildirilir;
      *digerlerinde odeme durumu gecikme kovasindan cevrilir.
       WRITE-BUREAU-DETAIL.
           MOVE SPACES             TO BUR-DETAIL-REC.
           MOVE 'D'                TO BUD-REC-TYPE.
           MOVE ACCT-NO            TO BUD-ACCT-NO.
           MOVE CUST-NO            TO BUD-CUST-NO.
           MOVE CUST-LAST-NAME     TO BUD-CUST-LAST-NAME.
           MOVE CUST-FIRST-NAME    TO BUD-CUST-FIRST-NAME.
           MOVE LAST-NAME          TO BUD-LAST-NAME.
           MOVE FIRST-NAME         TO BUD-FIRST-NAME.
           MOVE STREET-ADDR        TO BUD-STREET-ADDR.
           MOVE CITY-COUNTY        TO BUD-CITY-COUNTY.
           MOVE USA-STATE          TO BUD-USA-STATE.
           EVALUATE ACCT-STATUS
               WHEN 'D'    MOVE 'DO' TO BUD-ACCT-COND
               WHEN 'C'    MOVE 'CL' TO BUD-ACCT-COND
               WHEN 'W'    MOVE 'CO' TO BUD-ACCT-COND
               WHEN OTHER  MOVE 'OP' TO BUD-ACCT-COND
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ACCT-STATUS = 'W'
                   MOVE '97' TO BUD-PAY-STATUS
               WHEN ACCT-STATUS = 'C' AND ACCT-BALANCE NOT > ZERO
                   MOVE '13' TO BUD-PAY-STATUS
               WHEN ACCT-DELQ-BUCKET = 1
                   MOVE '71' TO BUD-PAY-STATUS
               WHEN ACCT-DELQ-BUCKET = 2
                   MOVE '78' TO BUD-PAY-STATUS
               WHEN ACCT-DELQ-BUCKET = 3
                   MOVE '80' TO BUD-PAY-STATUS
               WHEN OTHER
                   MOVE '11' TO BUD-PAY-STATUS
           END-EVALUATE.
           MOVE ACCT-LIMIT         TO BUD-LIMIT.
           MOVE ACCT-BALANCE       TO BUD-BALANCE.
           MOVE ACCT-MIN-PAY-DUE   TO BUD-MIN-PAY-DUE.
           MOVE LAST-ACTIVITY-DATE TO BUD-LAST-ACTIVITY.
           MOVE WS-RUN-DATE-RAW    TO BUD-REPORT-DATE.
           WRITE BUR-DETAIL-REC.
           ADD 1                TO WS-REPORTED-COUNT.
           ADD ACCT-BALANCE     TO WS-TOTAL-BAL.
           ADD ACCT-LIMIT       TO WS-TOTAL-LIMIT.
           ADD ACCT-MIN-PAY-DUE TO WS-TOTAL-MIN-PAY.

       WRITE-EXCLUSION.
           MOVE SPACES         TO EXC-DETAIL-REC.
           MOVE ACCT-NO        TO ED-ACCT-NO-O.
           MOVE ACCT-STATUS    TO ED-STATUS-O.
           MOVE LAST-NAME      TO ED-LAST-NAME-O.
           MOVE WS-EXCL-REASON TO ED-REASON-O.
           WRITE EXC-DETAIL-REC AFTER ADVANCING 1.
           ADD 1            TO WS-EXCL-COUNT.
           ADD ACCT-BALANCE TO WS-EXCL-BAL.

       WRITE-BUREAU-HEADER.
           MOVE SPACES            TO BUR-HEADER-REC.
           MOVE 'H'               TO BUH-REC-TYPE.
           MOVE WS-BUREAU-FILE-ID TO BUH-FILE-ID.
           MOVE WS-RUN-DATE-RAW   TO BUH-REPORT-DATE.
           WRITE BUR-HEADER-REC.

      *Dip kaydindaki sayi yalnizca detay kayitlaridir; baslik ve
      *dip sayilmaz.
       WRITE-BUREAU-TRAILER.
           MOVE SPACES            TO BUR-TRAILER-REC.
           MOVE 'T'               TO BUT-REC-TYPE.
           MOVE WS-REPORTED-COUNT TO BUT-REC-COUNT.
           MOVE WS-TOTAL-BAL      TO BUT-TOTAL-BAL.
           MOVE WS-TOTAL-LIMIT    TO BUT-TOTAL-LIMIT.
           MOVE WS-TOTAL-MIN-PAY  TO BUT-TOTAL-MIN-PAY.
           WRITE BUR-TRAILER-REC.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
      *ana dosya tukenmis sayilir.
       READ-MASTER.
           READ ACCT-REC
               AT END MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF MASTER-EOF NOT = 'Y' AND WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ODEV028: MASTER READ ERROR STATUS '
                       WS-ACCT-STATUS
               MOVE 'Y' TO MASTER-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO EXC-HEADER-1.
           MOVE 'CREDIT BUREAU EXCLUSIONS' TO EH1-TITLE.
           WRITE EXC-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO EXC-HEADER-2.
           MOVE 'RUN DATE: '        TO EH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO EH2-RUN-DATE.
           WRITE EXC-HEADER-2 AFTER ADVANCING 2.

      *Bildirilen ve disarida kalan hesaplarin bakiyeleri toplam
      *okunan bakiyeyi verir; uyum birimi dosyayi bu rapordan
      *mutabakatlar.
       WRITE-REPORT-TOTALS.
           MOVE SPACES               TO EXC-TOTAL-REC.
           MOVE 'ACCOUNTS READ:      ' TO ET-LABEL.
           MOVE WS-READ-COUNT        TO ET-COUNT-O.
           MOVE ZERO                 TO ET-AMOUNT-O.
           WRITE EXC-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES               TO EXC-TOTAL-REC.
           MOVE 'RECORDS REPORTED:   ' TO ET-LABEL.
           MOVE WS-REPORTED-COUNT    TO ET-COUNT-O.
           MOVE WS-TOTAL-BAL         TO ET-AMOUNT-O.
           WRITE EXC-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES               TO EXC-TOTAL-REC.
           MOVE 'ACCOUNTS EXCLUDED:  ' TO ET-LABEL.
           MOVE WS-EXCL-COUNT        TO ET-COUNT-O.
           MOVE WS-EXCL-BAL          TO ET-AMOUNT-O.
           WRITE EXC-TOTAL-REC AFTER ADVANCING 1.
