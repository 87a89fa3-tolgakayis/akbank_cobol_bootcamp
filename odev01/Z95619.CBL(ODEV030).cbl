      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV030.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Itiraz (dispute) bakim kosusu. Musterinin itiraz ettigi
      * defter kalemi, JRNL-ACCT-NO / JRNL-SEQ / JRNL-RUN-DATE
      * anahtariyla indeksli DISPMST itiraz ana dosyasinda izlenir.
      * DISPREQ istek dosyasindaki kayitlarla itiraz acilir ('O':
      * kalem JRNLHIST tarihcesinde okunur; tutari, kodu ve
      * aciklamasi kayda alinir), guncellenir ('U': itiraz edilen
      * tutar ya da not degistirilir) ya da sonuclandirilir ('R'):
      * sonuc 'C' ise musteriye itiraz alacagi kodlu ('09') alacak
      * kaydi ODEV003/ODEV002 zincirinin dogrudan isleyebilecegi
      * TRAN-REC bicimiyle DSPTRAN dosyasina yazilir (bkz. ODEV026
      * CHRGTRAN); sonuc 'B' ise itiraz banka lehine kapatilir.
      * Acik ('O') itirazin tutari ODEV018 yaslandirmasinda ve
      * asgari odeme hesabinda disarida tutulur, ODEV005
      * ekstresinde kalem itirazli olarak isaretlenir; yanit
      * suresi takibi ODEV031 raporundadir. Uygulanan ve reddedilen
      * her istek, kullanici kimligiyle birlikte DSPRPT itiraz
      * kutugune yazilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-REQ   ASSIGN TO DISPREQ.
           SELECT JRNL-HIST  ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ACCT-REC   ASSIGN TO ACCTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL DISP-MST ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT DISP-TRAN  ASSIGN TO DSPTRAN.
           SELECT DISP-RPT   ASSIGN TO DSPRPT.
      *DISPMST ilk kosuda henuz yoktur; OPTIONAL I-O acilisi onu
      *yaratir. Itiraz anahtari (hesap / JRNL-SEQ / kosu tarihi)
      *tarihce anahtarinin alanlarindan olusur; tarihce anahtari
      *bu alanlardan kurulup kalem dogrudan okunur.
       DATA DIVISION.
       FILE SECTION.
      *Itiraz istegi: DRQ-ACTION 'O' acilis, 'U' guncelleme, 'R'
      *sonuclandirma. DRQ-AMOUNT acilista itiraz edilen tutardir
      *(sifir ise kalemin tamami), guncellemede yeni itiraz
      *tutari, 'R'/'C' isteginde verilecek alacaktir (sifir ise
      *itiraz tutarinin tamami). DRQ-OUTCOME yalnizca 'R'de
      *kullanilir: 'C' musteri lehine, 'B' banka lehine.
       FD  DISP-REQ RECORDING MODE F.
       01  DRQ-REC.
           05  DRQ-ACTION         PIC X(1).
           05  DRQ-ACCT-NO        PIC X(8).
           05  DRQ-JRNL-SEQ       PIC 9(7).
           05  DRQ-RUN-DATE       PIC 9(8).
           05  DRQ-USER-ID        PIC X(8).
           05  DRQ-AMOUNT         PIC S9(7)V99 COMP-3.
           05  DRQ-OUTCOME        PIC X(1).
           05  DRQ-NOTE           PIC X(30).

      *Hesap hareket tarihcesi (bkz. ODEV036): gunluk defterlerin
      *hesap / kosu tarihi / JRNL-SEQ anahtarli kalici kopyasi.
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

      *Itiraz ana kaydi; anahtar itiraz edilen defter kalemidir.
      *DSP-STATUS: 'O' acik, 'C' musteri lehine kapandi (alacak
      *verildi), 'B' banka lehine kapandi. DSP-ITEM-AMOUNT defter
      *kaleminin tutari, DSP-AMOUNT itiraz edilen kisim,
      *DSP-CREDIT-AMT sonucta verilen alacaktir.
       FD  DISP-MST.
       01  DISP-REC.
           05  DSP-KEY.
               10  DSP-ACCT-NO    PIC X(8).
               10  DSP-JRNL-SEQ   PIC 9(7).
               10  DSP-RUN-DATE   PIC 9(8).
           05  DSP-STATUS         PIC X(1).
           05  DSP-ITEM-AMOUNT    PIC S9(7)V99 COMP-3.
           05  DSP-AMOUNT         PIC S9(7)V99 COMP-3.
           05  DSP-CREDIT-AMT     PIC S9(7)V99 COMP-3.
           05  DSP-TRAN-CODE      PIC X(2).
           05  DSP-TRAN-DESC      PIC X(25).
           05  DSP-OPEN-DATE      PIC 9(8).
           05  DSP-UPDATE-DATE    PIC 9(8).
           05  DSP-RESOLVE-DATE   PIC 9(8).
           05  DSP-OPEN-USER      PIC X(8).
           05  DSP-LAST-USER      PIC X(8).
           05  DSP-NOTE           PIC X(30).

       FD  DISP-TRAN RECORDING MODE F.
       01  DISP-TRAN-REC.
           05  DTR-ACCT-NO        PIC X(8).
           05  DTR-TRAN-TYPE      PIC X(1).
           05  DTR-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.
           05  DTR-TRAN-CODE      PIC X(2).
           05  DTR-TRAN-DESC      PIC X(25).

      *Itiraz kutugu; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
       FD  DISP-RPT RECORDING MODE F.
       01  DISP-RPT-REC           PIC X(80).
       01  DRP-HEADER-1.
           05  FILLER             PIC X(20).
           05  DH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  DRP-HEADER-2.
           05  DH2-LABEL          PIC X(10).
           05  DH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(60).
       01  DRP-DETAIL-REC.
           05  DD-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(1).
           05  DD-SEQ-O           PIC 9(7).
           05  FILLER             PIC X(1).
           05  DD-RUN-DATE-O      PIC 9(8).
           05  FILLER             PIC X(1).
           05  DD-ACTION-O        PIC X(6).
           05  FILLER             PIC X(1).
           05  DD-USER-ID-O       PIC X(8).
           05  FILLER             PIC X(1).
           05  DD-AMOUNT-O        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(1).
           05  DD-RESULT-O        PIC X(8).
           05  FILLER             PIC X(1).
           05  DD-REASON-O        PIC X(18).
       01  DRP-TOTAL-REC.
           05  DT-LABEL           PIC X(20).
           05  DT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3).
           05  DT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(33).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 REQ-EOF           PIC X VALUE SPACE.
         05 REQ-APPLIED-SW    PIC X VALUE SPACE.
         05 WS-MASTER-FOUND   PIC X VALUE SPACE.
         05 WS-DISP-FOUND     PIC X VALUE SPACE.
         05 WS-ITEM-FOUND     PIC X VALUE SPACE.
         05 WS-FATAL-SW       PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS-R    REDEFINES WS-ACCT-STATUS.
         05 WS-ACCT-STATUS-1  PIC X.
         05 FILLER            PIC X.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-STATUS-R    REDEFINES WS-HIST-STATUS.
         05 WS-HIST-STATUS-1  PIC X.
         05 FILLER            PIC X.
       01 WS-DISP-STATUS      PIC XX VALUE SPACES.
       01 WS-DISP-STATUS-R    REDEFINES WS-DISP-STATUS.
         05 WS-DISP-STATUS-1  PIC X.
         05 FILLER            PIC X.
       01 WS-REJECT-REASON    PIC X(18) VALUE SPACES.

      *Itiraz alacagi kodu TCODETBL'de olagan ('O') sinifli alacak
      *olarak tanimlidir. WS-PRINT-AMT kutuk satirinda gosterilen
      *tutardir (itiraz, guncel itiraz ya da verilen alacak).
       01 WS-CREDIT-FIELDS.
         05 WS-CREDIT-CODE      PIC X(2) VALUE '09'.
         05 WS-CREDIT-AMT       PIC S9(7)V99 COMP-3 VALUE 0.
         05 WS-PRINT-AMT        PIC S9(7)V99 COMP-3 VALUE 0.

       01 WS-COUNTERS.
         05 WS-APPLIED-COUNT    PIC 9(7) VALUE 0.
         05 WS-REJECTED-COUNT   PIC 9(7) VALUE 0.
         05 WS-OPENED-COUNT     PIC 9(7) VALUE 0.
         05 WS-OPENED-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-UPDATED-COUNT    PIC 9(7) VALUE 0.
         05 WS-CREDIT-COUNT     PIC 9(7) VALUE 0.
         05 WS-CREDIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-BANK-COUNT       PIC 9(7) VALUE 0.
         05 WS-BANK-AMT         PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

      *Ana dosya, tarihce ya da itiraz dosyasi acilamazsa kutuk
      *yaniltici satirlarla dolmasin diye kosu hicbir istek
      *denemeden 8 donus koduyla birakilir.
       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN INPUT ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '97'
               DISPLAY 'ODEV030: MASTER OPEN FAILED STATUS '
                       WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV030: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               CLOSE ACCT-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O DISP-MST.
           IF WS-DISP-STATUS NOT = '00' AND WS-DISP-STATUS NOT = '97'
              AND WS-DISP-STATUS NOT = '05'
               DISPLAY 'ODEV030: DISPMST OPEN FAILED STATUS '
                       WS-DISP-STATUS
               CLOSE ACCT-REC
               CLOSE JRNL-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DISP-TRAN.
           OPEN OUTPUT DISP-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM WRITE-REGISTER-HEADER.

       PROCESS-REQUESTS.
           OPEN INPUT DISP-REQ.
           PERFORM READ-REQUEST.
           PERFORM UNTIL REQ-EOF = 'Y' OR WS-FATAL-SW = 'Y'
               MOVE 'Y'    TO REQ-APPLIED-SW
               MOVE SPACES TO WS-REJECT-REASON
               MOVE ZERO   TO WS-PRINT-AMT
               IF DRQ-AMOUNT NUMERIC
                   MOVE DRQ-AMOUNT TO WS-PRINT-AMT
               END-IF
               EVALUATE DRQ-ACTION
                   WHEN 'O' PERFORM OPEN-DISPUTE
                   WHEN 'U' PERFORM UPDATE-DISPUTE
                   WHEN 'R' PERFORM RESOLVE-DISPUTE
                   WHEN OTHER
                       MOVE 'N' TO REQ-APPLIED-SW
                       MOVE 'INVALID ACTION' TO WS-REJECT-REASON
               END-EVALUATE
               IF REQ-APPLIED-SW = 'Y'
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM READ-REQUEST
           END-PERFORM
           CLOSE DISP-REQ.
           PERFORM WRITE-REGISTER-TOTALS
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE JRNL-HIST.
           CLOSE DISP-MST.
           CLOSE DISP-TRAN.
           CLOSE DISP-RPT.
           DISPLAY 'ODEV030: REQUESTS APPLIED  - ' WS-APPLIED-COUNT.
           DISPLAY 'ODEV030: REQUESTS REJECTED - ' WS-REJECTED-COUNT.
           DISPLAY 'ODEV030: DISPUTES OPENED   - ' WS-OPENED-COUNT.
           DISPLAY 'ODEV030: CREDITS ISSUED    - ' WS-CREDIT-COUNT.
           DISPLAY 'ODEV030: BANK FAVOR CLOSED - ' WS-BANK-COUNT.
           GOBACK.

      *Acilis: hesap ana dosyada, kalem tarihcede bulunmali ve bir
      *borc ('D') hareketi olmalidir; ayni kalem icin ikinci bir
      *itiraz acilmaz. Itiraz tutari kalemin tutarini asamaz.
       OPEN-DISPUTE.
           PERFORM FETCH-MASTER.
           IF WS-FATAL-SW NOT = 'Y' AND WS-MASTER-FOUND = 'Y'
               PERFORM FETCH-DISPUTE
           END-IF.
           IF WS-FATAL-SW NOT = 'Y' AND WS-MASTER-FOUND = 'Y'
              AND WS-DISP-FOUND NOT = 'Y'
               PERFORM FETCH-JOURNAL-ITEM
           END-IF.
           EVALUATE TRUE
               WHEN WS-FATAL-SW = 'Y'
                   CONTINUE
               WHEN WS-MASTER-FOUND NOT = 'Y'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'ACCT NOT ON MASTER' TO WS-REJECT-REASON
               WHEN WS-DISP-FOUND = 'Y'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'ALREADY DISPUTED' TO WS-REJECT-REASON
               WHEN WS-ITEM-FOUND NOT = 'Y'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'ITEM NOT IN JRNL' TO WS-REJECT-REASON
               WHEN HIST-TRAN-TYPE NOT = 'D'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'ITEM NOT A DEBIT' TO WS-REJECT-REASON
               WHEN DRQ-AMOUNT NOT NUMERIC
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'AMOUNT INVALID' TO WS-REJECT-REASON
               WHEN DRQ-AMOUNT < ZERO
                 OR DRQ-AMOUNT > HIST-TRAN-AMOUNT
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'AMOUNT INVALID' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM WRITE-NEW-DISPUTE
           END-EVALUATE.

       WRITE-NEW-DISPUTE.
           MOVE DRQ-ACCT-NO     TO DSP-ACCT-NO.
           MOVE DRQ-JRNL-SEQ    TO DSP-JRNL-SEQ.
           MOVE DRQ-RUN-DATE    TO DSP-RUN-DATE.
           MOVE 'O'             TO DSP-STATUS.
           MOVE HIST-TRAN-AMOUNT TO DSP-ITEM-AMOUNT.
           IF DRQ-AMOUNT > ZERO
               MOVE DRQ-AMOUNT  TO DSP-AMOUNT
           ELSE
               MOVE HIST-TRAN-AMOUNT TO DSP-AMOUNT
           END-IF.
           MOVE ZERO            TO DSP-CREDIT-AMT.
           MOVE HIST-TRAN-CODE  TO DSP-TRAN-CODE.
           MOVE HIST-TRAN-DESC  TO DSP-TRAN-DESC.
           MOVE WS-RUN-DATE-RAW TO DSP-OPEN-DATE.
           MOVE WS-RUN-DATE-RAW TO DSP-UPDATE-DATE.
           MOVE ZERO            TO DSP-RESOLVE-DATE.
           MOVE DRQ-USER-ID     TO DSP-OPEN-USER.
           MOVE DRQ-USER-ID     TO DSP-LAST-USER.
           MOVE DRQ-NOTE        TO DSP-NOTE.
           MOVE DSP-AMOUNT      TO WS-PRINT-AMT.
           WRITE DISP-REC
               INVALID KEY
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'ALREADY DISPUTED' TO WS-REJECT-REASON
           END-WRITE.
      *INVALID KEY yalnizca yinelenen anahtari (2x) yakalar;
      *kalici bir G/C hatasinda itiraz acilmis sayilmamali.
           IF REQ-APPLIED-SW = 'Y' AND WS-DISP-STATUS NOT = '00'
               MOVE 'N' TO REQ-APPLIED-SW
               MOVE 'DISPMST WRITE FAIL' TO WS-REJECT-REASON
               DISPLAY 'ODEV030: DISPMST WRITE ERROR STATUS '
                       WS-DISP-STATUS ' FOR ACCT ' DRQ-ACCT-NO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF REQ-APPLIED-SW = 'Y'
               ADD 1          TO WS-OPENED-COUNT
               ADD DSP-AMOUNT TO WS-OPENED-AMT
           END-IF.

      *Guncelleme: yalnizca acik itirazin tutari (kalemin
      *tutarina kadar) ve notu degisir; bos gelen alan oldugu
      *gibi kalir.
       UPDATE-DISPUTE.
           PERFORM FETCH-DISPUTE.
           EVALUATE TRUE
               WHEN WS-FATAL-SW = 'Y'
                   CONTINUE
               WHEN WS-DISP-FOUND NOT = 'Y'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'DISPUTE NOT FOUND' TO WS-REJECT-REASON
               WHEN DSP-STATUS NOT = 'O'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'DISPUTE NOT OPEN' TO WS-REJECT-REASON
               WHEN DRQ-AMOUNT NOT NUMERIC
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'AMOUNT INVALID' TO WS-REJECT-REASON
               WHEN DRQ-AMOUNT < ZERO
                 OR DRQ-AMOUNT > DSP-ITEM-AMOUNT
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'AMOUNT INVALID' TO WS-REJECT-REASON
               WHEN DRQ-AMOUNT = ZERO AND DRQ-NOTE = SPACES
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'NOTHING TO UPDATE' TO WS-REJECT-REASON
               WHEN OTHER
                   IF DRQ-AMOUNT > ZERO
                       MOVE DRQ-AMOUNT TO DSP-AMOUNT
                   END-IF
                   IF DRQ-NOTE NOT = SPACES
                       MOVE DRQ-NOTE TO DSP-NOTE
                   END-IF
                   MOVE WS-RUN-DATE-RAW TO DSP-UPDATE-DATE
                   MOVE DRQ-USER-ID     TO DSP-LAST-USER
                   MOVE DSP-AMOUNT      TO WS-PRINT-AMT
                   REWRITE DISP-REC
                   PERFORM CHECK-DISP-REWRITE
                   IF REQ-APPLIED-SW = 'Y'
                       ADD 1 TO WS-UPDATED-COUNT
                   END-IF
           END-EVALUATE.

      *Sonuclandirma: 'B' itirazi banka lehine kapatir; 'C'
      *itiraz tutarina kadar alacak verir, kalan kisim banka
      *lehine sayilir. Zarar yazilmis ('W') hesaba gelen alacak
      *ODEV002'de tahsilat sayilacagindan bu hesaplarda 'C' sonucu
      *reddedilir; itiraz banka lehine kapatilip duzeltme elle
      *yapilir.
       RESOLVE-DISPUTE.
           PERFORM FETCH-DISPUTE.
           IF WS-FATAL-SW NOT = 'Y' AND WS-DISP-FOUND = 'Y'
              AND DRQ-OUTCOME = 'C'
               PERFORM FETCH-MASTER
           END-IF.
           EVALUATE TRUE
               WHEN WS-FATAL-SW = 'Y'
                   CONTINUE
               WHEN WS-DISP-FOUND NOT = 'Y'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'DISPUTE NOT FOUND' TO WS-REJECT-REASON
               WHEN DSP-STATUS NOT = 'O'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'DISPUTE NOT OPEN' TO WS-REJECT-REASON
               WHEN DRQ-OUTCOME = 'B'
                   PERFORM CLOSE-BANK-FAVOR
               WHEN DRQ-OUTCOME NOT = 'C'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'INVALID OUTCOME' TO WS-REJECT-REASON
               WHEN WS-MASTER-FOUND NOT = 'Y'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'ACCT NOT ON MASTER' TO WS-REJECT-REASON
               WHEN ACCT-STATUS = 'W'
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'ACCT CHARGED OFF' TO WS-REJECT-REASON
               WHEN DRQ-AMOUNT NOT NUMERIC
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'AMOUNT INVALID' TO WS-REJECT-REASON
               WHEN DRQ-AMOUNT < ZERO
                 OR DRQ-AMOUNT > DSP-AMOUNT
                   MOVE 'N' TO REQ-APPLIED-SW
                   MOVE 'AMOUNT INVALID' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM ISSUE-DISPUTE-CREDIT
           END-EVALUATE.

      *Itiraz kaydi once kapatilir, alacak ancak REWRITE basarili
      *olursa yazilir; boylece ayni itiraza iki kez alacak
      *verilemez.
       ISSUE-DISPUTE-CREDIT.
           IF DRQ-AMOUNT > ZERO
               MOVE DRQ-AMOUNT TO WS-CREDIT-AMT
           ELSE
               MOVE DSP-AMOUNT TO WS-CREDIT-AMT
           END-IF.
           MOVE 'C'           TO DSP-STATUS.
           MOVE WS-CREDIT-AMT TO DSP-CREDIT-AMT.
           MOVE WS-CREDIT-AMT TO WS-PRINT-AMT.
           PERFORM STAMP-RESOLUTION.
           REWRITE DISP-REC.
           PERFORM CHECK-DISP-REWRITE.
           IF REQ-APPLIED-SW = 'Y'
               MOVE DSP-ACCT-NO    TO DTR-ACCT-NO
               MOVE 'C'            TO DTR-TRAN-TYPE
               MOVE WS-CREDIT-AMT  TO DTR-TRAN-AMOUNT
               MOVE WS-CREDIT-CODE TO DTR-TRAN-CODE
               MOVE SPACES         TO DTR-TRAN-DESC
               STRING 'DISPUTE CREDIT ' DELIMITED BY SIZE
                      DSP-JRNL-SEQ      DELIMITED BY SIZE
                 INTO DTR-TRAN-DESC
               END-STRING
               WRITE DISP-TRAN-REC
               ADD 1             TO WS-CREDIT-COUNT
               ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL
           END-IF.

       CLOSE-BANK-FAVOR.
           MOVE 'B'        TO DSP-STATUS.
           MOVE ZERO       TO DSP-CREDIT-AMT.
           MOVE DSP-AMOUNT TO WS-PRINT-AMT.
           PERFORM STAMP-RESOLUTION.
           REWRITE DISP-REC.
           PERFORM CHECK-DISP-REWRITE.
           IF REQ-APPLIED-SW = 'Y'
               ADD 1          TO WS-BANK-COUNT
               ADD DSP-AMOUNT TO WS-BANK-AMT
           END-IF.

       STAMP-RESOLUTION.
           MOVE WS-RUN-DATE-RAW TO DSP-UPDATE-DATE.
           MOVE WS-RUN-DATE-RAW TO DSP-RESOLVE-DATE.
           MOVE DRQ-USER-ID     TO DSP-LAST-USER.
           IF DRQ-NOTE NOT = SPACES
               MOVE DRQ-NOTE TO DSP-NOTE
           END-IF.

       CHECK-DISP-REWRITE.
           IF WS-DISP-STATUS NOT = '00'
               MOVE 'N' TO REQ-APPLIED-SW
               MOVE 'DISPMST WRITE FAIL' TO WS-REJECT-REASON
               DISPLAY 'ODEV030: DISPMST REWRITE ERROR STATUS '
                       WS-DISP-STATUS ' FOR ACCT ' DRQ-ACCT-NO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Rastgele okumalarda INVALID KEY yalnizca 2x durumlarini
      *yakalar; kalici bir G/C hatasi olumculdur ve kalan istekler
      *uygulanmaz (bkz. ODEV008 FETCH-MASTER).
       FETCH-MASTER.
           MOVE DRQ-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   MOVE SPACE TO WS-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
              AND WS-ACCT-STATUS-1 NOT = '2'
               DISPLAY 'ODEV030: MASTER READ ERROR STATUS '
                       WS-ACCT-STATUS ' FOR ACCT ' DRQ-ACCT-NO
               MOVE SPACE TO WS-MASTER-FOUND
               MOVE 'N' TO REQ-APPLIED-SW
               MOVE 'MASTER READ FAILED' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-FATAL-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Itiraz edilen kalem tarihceden anahtariyla okunur.
       FETCH-JOURNAL-ITEM.
           MOVE DRQ-ACCT-NO  TO HIST-ACCT-NO.
           MOVE DRQ-RUN-DATE TO HIST-RUN-DATE.
           MOVE DRQ-JRNL-SEQ TO HIST-SEQ.
           READ JRNL-HIST
               INVALID KEY
                   MOVE SPACE TO WS-ITEM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND
           END-READ.
           IF WS-HIST-STATUS NOT = '00'
              AND WS-HIST-STATUS-1 NOT = '2'
               DISPLAY 'ODEV030: JRNLHIST READ ERROR STATUS '
                       WS-HIST-STATUS ' FOR ACCT ' DRQ-ACCT-NO
               MOVE SPACE TO WS-ITEM-FOUND
               MOVE 'N' TO REQ-APPLIED-SW
               MOVE 'JRNLHIST READ FAIL' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-FATAL-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       FETCH-DISPUTE.
           MOVE DRQ-ACCT-NO  TO DSP-ACCT-NO.
           MOVE DRQ-JRNL-SEQ TO DSP-JRNL-SEQ.
           MOVE DRQ-RUN-DATE TO DSP-RUN-DATE.
           READ DISP-MST
               INVALID KEY
                   MOVE SPACE TO WS-DISP-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DISP-FOUND
           END-READ.
           IF WS-DISP-STATUS NOT = '00'
              AND WS-DISP-STATUS-1 NOT = '2'
               DISPLAY 'ODEV030: DISPMST READ ERROR STATUS '
                       WS-DISP-STATUS ' FOR ACCT ' DRQ-ACCT-NO
               MOVE SPACE TO WS-DISP-FOUND
               MOVE 'N' TO REQ-APPLIED-SW
               MOVE 'DISPMST READ FAIL' TO WS-REJECT-REASON
               MOVE 'Y' TO WS-FATAL-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-REQUEST.
           READ DISP-REQ
               AT END MOVE 'Y' TO REQ-EOF
           END-READ.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO DRP-HEADER-1.
           MOVE 'DISPUTE MAINTENANCE REGISTER' TO DH1-TITLE.
           WRITE DRP-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO DRP-HEADER-2.
           MOVE 'RUN DATE: '        TO DH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO DH2-RUN-DATE.
           WRITE DRP-HEADER-2 AFTER ADVANCING 2.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES       TO DRP-DETAIL-REC.
           MOVE DRQ-ACCT-NO  TO DD-ACCT-NO-O.
           IF DRQ-JRNL-SEQ NUMERIC
               MOVE DRQ-JRNL-SEQ TO DD-SEQ-O
           END-IF.
           IF DRQ-RUN-DATE NUMERIC
               MOVE DRQ-RUN-DATE TO DD-RUN-DATE-O
           END-IF.
           EVALUATE TRUE
               WHEN DRQ-ACTION = 'O'  MOVE 'OPEN'   TO DD-ACTION-O
               WHEN DRQ-ACTION = 'U'  MOVE 'UPDATE' TO DD-ACTION-O
               WHEN DRQ-ACTION = 'R' AND DRQ-OUTCOME = 'C'
                                      MOVE 'CREDIT' TO DD-ACTION-O
               WHEN DRQ-ACTION = 'R' AND DRQ-OUTCOME = 'B'
                                      MOVE 'BANK'   TO DD-ACTION-O
               WHEN DRQ-ACTION = 'R'  MOVE 'RESOLV' TO DD-ACTION-O
               WHEN OTHER             MOVE DRQ-ACTION TO DD-ACTION-O
           END-EVALUATE.
           MOVE DRQ-USER-ID  TO DD-USER-ID-O.
           MOVE WS-PRINT-AMT TO DD-AMOUNT-O.
           IF REQ-APPLIED-SW = 'Y'
               MOVE 'APPLIED'  TO DD-RESULT-O
           ELSE
               MOVE 'REJECTED' TO DD-RESULT-O
               MOVE WS-REJECT-REASON TO DD-REASON-O
           END-IF.
           WRITE DRP-DETAIL-REC AFTER ADVANCING 1.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES                TO DRP-TOTAL-REC.
           MOVE 'REQUESTS APPLIED:'   TO DT-LABEL.
           MOVE WS-APPLIED-COUNT      TO DT-COUNT-O.
           WRITE DRP-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES                TO DRP-TOTAL-REC.
           MOVE 'REQUESTS REJECTED:'  TO DT-LABEL.
           MOVE WS-REJECTED-COUNT     TO DT-COUNT-O.
           WRITE DRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                TO DRP-TOTAL-REC.
           MOVE 'DISPUTES OPENED:'    TO DT-LABEL.
           MOVE WS-OPENED-COUNT       TO DT-COUNT-O.
           MOVE WS-OPENED-AMT         TO DT-AMOUNT-O.
           WRITE DRP-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES                TO DRP-TOTAL-REC.
           MOVE 'DISPUTES UPDATED:'   TO DT-LABEL.
           MOVE WS-UPDATED-COUNT      TO DT-COUNT-O.
           WRITE DRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                TO DRP-TOTAL-REC.
           MOVE 'CREDITS ISSUED:'     TO DT-LABEL.
           MOVE WS-CREDIT-COUNT       TO DT-COUNT-O.
           MOVE WS-CREDIT-TOTAL       TO DT-AMOUNT-O.
           WRITE DRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                TO DRP-TOTAL-REC.
           MOVE 'CLOSED BANK FAVOR:'  TO DT-LABEL.
           MOVE WS-BANK-COUNT         TO DT-COUNT-O.
           MOVE WS-BANK-AMT           TO DT-AMOUNT-O.
           WRITE DRP-TOTAL-REC AFTER ADVANCING 1.
