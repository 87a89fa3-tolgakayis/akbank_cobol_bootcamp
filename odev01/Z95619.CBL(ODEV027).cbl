      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV027.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Aylik zarar yazma / tahsilat kutugu. Ana dosya sirayla
      * okunur; her hesabin bu ayki hareketleri (ayin ilk gununden
      * kosu gunune) JRNLHIST tarihcesinden START ile alinir.
      * TCODETBL'deki defter sinifi 'W' (zarar yazma, bkz. ODEV026)
      * ve 'R' (zarar yazilmis hesaba sonradan gelen tahsilat, bkz.
      * ODEV002) olan kayitlar secilir; hesap, ad, tarih, tur ve
      * tutar CHRGREG kutugune basilir.
      * Sonda zarar yazma ve tahsilat sayi/tutarlari ile net zarar
      * (zarar yazma eksi tahsilat) finans icin toplanir.
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
           SELECT JRNL-HIST  ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TCODE-FILE ASSIGN TO TCODETBL
               FILE STATUS IS WS-TCODE-STATUS.
           SELECT CHRG-REG   ASSIGN TO CHRGREG.
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

      *Hesap hareket tarihcesi (bkz. ODEV036): gunluk defterlerin
      *hesap / kosu tarihi / JRNL-SEQ anahtarli kalici kopyasi.
      *Bir hesabin bir tarih araligi START ile dogrudan okunur.
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

       FD  TCODE-FILE RECORDING MODE F.
       01  TCODE-REC.
           05  TC-CODE            PIC X(2).
           05  TC-TYPE            PIC X(1).
           05  TC-DESC            PIC X(25).
           05  TC-RESTAMP         PIC X(1).
           05  TC-GL-CLASS        PIC X(1).

      *Rapor satirlari; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
       FD  CHRG-REG RECORDING MODE F.
       01  CHRG-REG-REC           PIC X(80).
       01  CRG-HEADER-1.
           05  FILLER             PIC X(20).
           05  CH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  CRG-HEADER-2.
           05  CH2-LABEL          PIC X(10).
           05  CH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(60).
       01  CRG-DETAIL-REC.
           05  CD-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  CD-LAST-NAME-O     PIC X(20).
           05  FILLER             PIC X(2).
           05  CD-RUN-DATE-O      PIC 9(8).
           05  FILLER             PIC X(2).
           05  CD-KIND-O          PIC X(10).
           05  FILLER             PIC X(2).
           05  CD-AMOUNT-O        PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(13).
       01  CRG-TOTAL-REC.
           05  CT-LABEL           PIC X(17).
           05  CT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3).
           05  CT-TOTAL-O         PIC $$,$$$,$$$,$$9.99-.
           05  FILLER             PIC X(35).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 HIST-END-SW       PIC X VALUE SPACE.
         05 TCODE-EOF         PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-TCODE-STATUS     PIC XX VALUE SPACES.

      *Kod tablosundan yalnizca kod -> defter sinifi eslemesi
      *kullanilir ('W' = zarar yazma, 'R' = tahsilat).
       01 WS-TCODE-TABLE.
         05 WS-TC-MAX         PIC 9(3) COMP VALUE 20.
         05 WS-TC-COUNT       PIC 9(3) COMP VALUE 0.
         05 WS-TC-IX          PIC 9(3) COMP VALUE 0.
         05 WS-TC-ENTRY OCCURS 20.
            10 WS-TC-CODE     PIC X(2).
            10 WS-TC-GL-CLASS PIC X(1).
       01 WS-CURR-CLASS       PIC X VALUE 'O'.

       01 WS-COUNTERS.
         05 WS-HIST-READ        PIC 9(7) VALUE 0.
         05 WS-CHGOFF-COUNT     PIC 9(7) VALUE 0.
         05 WS-CHGOFF-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-RECOV-COUNT      PIC 9(7) VALUE 0.
         05 WS-RECOV-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-NET-LOSS         PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).
         05 WS-MONTH-START      PIC 9(8).

      *Kod tablosu olmadan 'W'/'R' kayitlari ayirt edilemez; bos
      *bir kutuk yaniltmasin diye kosu 8 donus koduyla birakilir.
       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM LOAD-TCODE-TABLE.
           IF WS-TC-COUNT = 0
               DISPLAY 'ODEV027: TRAN CODE TABLE MISSING OR EMPTY'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '97'
               DISPLAY 'ODEV027: MASTER OPEN FAILED STATUS '
                       WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV027: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               CLOSE ACCT-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CHRG-REG.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           COMPUTE WS-MONTH-START = WS-RUN-YYYY * 10000
                                  + WS-RUN-MM * 100 + 1.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM WRITE-REGISTER-HEADER.

       LIST-CHARGE-OFFS.
           PERFORM READ-MASTER.
           PERFORM UNTIL MASTER-EOF = 'Y'
               PERFORM LIST-ACCOUNT-HISTORY
               PERFORM READ-MASTER
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTAL
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE JRNL-HIST.
           CLOSE CHRG-REG.
           DISPLAY 'ODEV027: HIST RECS READ    - ' WS-HIST-READ.
           DISPLAY 'ODEV027: CHARGE-OFFS       - ' WS-CHGOFF-COUNT.
           DISPLAY 'ODEV027: RECOVERIES        - ' WS-RECOV-COUNT.
           GOBACK.

       LIST-ACCOUNT-HISTORY.
           PERFORM START-ACCOUNT-HISTORY.
           PERFORM UNTIL HIST-END-SW = 'Y'
               ADD 1 TO WS-HIST-READ
               PERFORM LOOKUP-GL-CLASS
               IF WS-CURR-CLASS = 'W' OR WS-CURR-CLASS = 'R'
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
               PERFORM READ-HISTORY
           END-PERFORM.

       LOOKUP-GL-CLASS.
           MOVE 'O' TO WS-CURR-CLASS.
           PERFORM VARYING WS-TC-IX FROM 1 BY 1
                   UNTIL WS-TC-IX > WS-TC-COUNT
               IF HIST-TRAN-CODE = WS-TC-CODE (WS-TC-IX)
                   MOVE WS-TC-GL-CLASS (WS-TC-IX)
                     TO WS-CURR-CLASS
                   MOVE WS-TC-COUNT TO WS-TC-IX
               END-IF
           END-PERFORM.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES            TO CRG-DETAIL-REC.
           MOVE HIST-ACCT-NO      TO CD-ACCT-NO-O.
           MOVE LAST-NAME         TO CD-LAST-NAME-O.
           MOVE HIST-RUN-DATE     TO CD-RUN-DATE-O.
           MOVE HIST-TRAN-AMOUNT  TO CD-AMOUNT-O.
           IF WS-CURR-CLASS = 'W'
               MOVE 'CHARGE-OFF' TO CD-KIND-O
               ADD 1                TO WS-CHGOFF-COUNT
               ADD HIST-TRAN-AMOUNT TO WS-CHGOFF-TOTAL
           ELSE
               MOVE 'RECOVERY'   TO CD-KIND-O
               ADD 1                TO WS-RECOV-COUNT
               ADD HIST-TRAN-AMOUNT TO WS-RECOV-TOTAL
           END-IF.
           WRITE CRG-DETAIL-REC AFTER ADVANCING 1.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO CRG-HEADER-1.
           MOVE 'CHARGE-OFF/RECOVERY REGISTER' TO CH1-TITLE.
           WRITE CRG-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO CRG-HEADER-2.
           MOVE 'RUN DATE: '        TO CH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO CH2-RUN-DATE.
           WRITE CRG-HEADER-2 AFTER ADVANCING 2.

      *Net zarar, ay icinde zarar yazilan tutardan ayni ay gelen
      *tahsilatlarin dusulmesiyle bulunur.
       WRITE-REGISTER-TOTAL.
           COMPUTE WS-NET-LOSS = WS-CHGOFF-TOTAL - WS-RECOV-TOTAL.
           MOVE SPACES           TO CRG-TOTAL-REC.
           MOVE 'CHARGE-OFFS:    ' TO CT-LABEL.
           MOVE WS-CHGOFF-COUNT  TO CT-COUNT-O.
           MOVE WS-CHGOFF-TOTAL  TO CT-TOTAL-O.
           WRITE CRG-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES           TO CRG-TOTAL-REC.
           MOVE 'RECOVERIES:     ' TO CT-LABEL.
           MOVE WS-RECOV-COUNT   TO CT-COUNT-O.
           MOVE WS-RECOV-TOTAL   TO CT-TOTAL-O.
           WRITE CRG-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES           TO CRG-TOTAL-REC.
           MOVE 'NET LOSS:       ' TO CT-LABEL.
           MOVE WS-NET-LOSS      TO CT-TOTAL-O.
           WRITE CRG-TOTAL-REC AFTER ADVANCING 1.

       LOAD-TCODE-TABLE.
           OPEN INPUT TCODE-FILE.
           IF WS-TCODE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM READ-TCODE
               PERFORM UNTIL TCODE-EOF = 'Y'
                          OR WS-TC-COUNT >= WS-TC-MAX
                   IF TC-CODE NOT = SPACES
                       ADD 1 TO WS-TC-COUNT
                       MOVE TC-CODE     TO WS-TC-CODE (WS-TC-COUNT)
                       MOVE TC-GL-CLASS
                         TO WS-TC-GL-CLASS (WS-TC-COUNT)
                   END-IF
                   PERFORM READ-TCODE
               END-PERFORM
               CLOSE TCODE-FILE
           END-IF.

       READ-TCODE.
           READ TCODE-FILE
               AT END MOVE 'Y' TO TCODE-EOF
           END-READ.

       READ-MASTER.
           READ ACCT-REC
               AT END MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF MASTER-EOF NOT = 'Y' AND WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ODEV027: MASTER READ ERROR STATUS '
                       WS-ACCT-STATUS
               MOVE 'Y' TO MASTER-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Hesabin donem baslangicina konumlanir; okuma hesap
      *degisince ya da donem sonu gecilince biter.
       START-ACCOUNT-HISTORY.
           MOVE SPACE              TO HIST-END-SW.
           MOVE ACCT-NO            TO HIST-ACCT-NO.
           MOVE WS-MONTH-START     TO HIST-RUN-DATE.
           MOVE ZERO               TO HIST-SEQ.
           START JRNL-HIST KEY >= HIST-KEY
               INVALID KEY MOVE 'Y' TO HIST-END-SW
           END-START.
           PERFORM READ-HISTORY.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa tarihce tukenmis sayilir
      *ve kosu isaretlenir.
       READ-HISTORY.
           IF HIST-END-SW NOT = 'Y'
               READ JRNL-HIST NEXT RECORD
                   AT END MOVE 'Y' TO HIST-END-SW
               END-READ
               IF HIST-END-SW NOT = 'Y' AND WS-HIST-STATUS NOT = '00'
                   DISPLAY 'ODEV027: JRNLHIST READ ERROR STATUS '
                           WS-HIST-STATUS
                   MOVE 'Y' TO HIST-END-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF HIST-END-SW NOT = 'Y'
               IF HIST-ACCT-NO NOT = ACCT-NO
                  OR HIST-RUN-DATE > WS-RUN-DATE-RAW
                   MOVE 'Y' TO HIST-END-SW
               END-IF
           END-IF.
