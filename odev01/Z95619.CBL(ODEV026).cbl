      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV026.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Zarar yazma (charge-off) secim kosusu. Ana dosyayi anahtar
      * sirasinda okur; 90+ gun kovasinda (ACCT-DELQ-BUCKET = 3)
      * en az belirlenen donem sayisi kadar kalmis (ACCT-DELQ-
      * CYCLES, bkz. ODEV018) ve bakiyesi sifirdan buyuk acik
      * hesaplar icin bakiyenin tamamini kapatan zarar yazma
      * kodlu ('07', TCODETBL sinifi 'W') alacak ('C') kaydini
      * ODEV003/ODEV002 zincirinin dogrudan isleyebilecegi TRAN-
      * REC bicimiyle, ACCT-NO sirali olarak CHRGTRAN dosyasina
      * yazar. Hesabin 'W' durumuna alinmasi ve bakiyenin
      * sifirlanmasi islemenin kendisinde (ODEV002) yapilir; bu
      * kosu ana dosyayi degistirmez. Donem esigi CTLCARD kontrol
      * kartindan gelir; kart verilmezse 3 donem kullanilir. Secilen
      * hesaplar ve genel toplam CHRGRPT kutugune basilir.
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
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CHRG-TRAN  ASSIGN TO CHRGTRAN.
           SELECT CHRG-RPT   ASSIGN TO CHRGRPT.
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

      *3. kovada gecirilmesi gereken asgari donem sayisi (kolon
      *1-2): ornegin '04' karti dort donem demektir.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-CHGOFF-CYCLES  PIC 9(2).

       FD  CHRG-TRAN RECORDING MODE F.
       01  CHRG-TRAN-REC.
           05  CHG-ACCT-NO        PIC X(8).
           05  CHG-TRAN-TYPE      PIC X(1).
           05  CHG-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.
           05  CHG-TRAN-CODE      PIC X(2).
           05  CHG-TRAN-DESC      PIC X(25).

       FD  CHRG-RPT RECORDING MODE F.
       01  CHRG-RPT-REC           PIC X(80).
       01  CHRG-HEADER-1.
           05  FILLER             PIC X(25).
           05  CH1-TITLE          PIC X(25).
           05  FILLER             PIC X(30).
       01  CHRG-HEADER-2.
           05  CH2-LABEL          PIC X(10).
           05  CH2-RUN-DATE       PIC X(10).
           05  CH2-CYCLES-LABEL   PIC X(10).
           05  CH2-CYCLES         PIC Z9.
           05  FILLER             PIC X(48).
       01  CHRG-DETAIL-REC.
           05  CD-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  CD-LAST-NAME-O     PIC X(20).
           05  FILLER             PIC X(2).
           05  CD-STATUS-O        PIC X(1).
           05  FILLER             PIC X(2).
           05  CD-CYCLES-O        PIC Z9.
           05  FILLER             PIC X(2).
           05  CD-BALANCE-O       PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(28).
       01  CHRG-TOTAL-REC.
           05  CT-LABEL           PIC X(17).
           05  CT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3).
           05  CT-TOTAL-O         PIC $$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(36).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

      *Varsayilan esik uc donemdir; kontrol karti verildiginde
      *karttan alinir. Zarar yazma kodu TCODETBL'de 'W' sinifli
      *alacak olarak tanimlidir (bkz. ODEV002).
       01 WS-CHGOFF-FIELDS.
         05 WS-CHGOFF-CYCLES    PIC 9(2) VALUE 3.
         05 WS-CHGOFF-CODE      PIC X(2) VALUE '07'.

       01 WS-COUNTERS.
         05 WS-CHGOFF-COUNT     PIC 9(7) VALUE 0.
         05 WS-CHGOFF-TOTAL     PIC S9(9)V99 COMP-3 VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN INPUT  ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '97'
               DISPLAY 'ODEV026: MASTER OPEN FAILED STATUS '
                       WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CHRG-TRAN.
           OPEN OUTPUT CHRG-RPT.
           PERFORM READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM WRITE-REGISTER-HEADER.

      *Kapali ('C') ve zaten zarar yazilmis ('W') hesaplar secilmez;
      *sayaci sayisal olmayan eski kayitlar ODEV018 onu
      *sifirlayana kadar beklenir.
       SELECT-CHARGE-OFFS.
           PERFORM READ-MASTER.
           PERFORM UNTIL MASTER-EOF = 'Y'
               IF (ACCT-STATUS = 'A' OR ACCT-STATUS = 'D')
                  AND ACCT-DELQ-BUCKET = 3
                  AND ACCT-DELQ-CYCLES NUMERIC
                  AND ACCT-DELQ-CYCLES >= WS-CHGOFF-CYCLES
                  AND ACCT-BALANCE > ZERO
                   PERFORM WRITE-CHGOFF-TRANSACTION
               END-IF
               PERFORM READ-MASTER
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTAL
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE CHRG-TRAN.
           CLOSE CHRG-RPT.
           DISPLAY 'ODEV026: CHARGE-OFFS       - ' WS-CHGOFF-COUNT.
           GOBACK.

      *Tutar, okunan bakiyenin tamamidir; kayit islenene kadar
      *bakiye degismisse ODEV002 tutari islem anindaki bakiyeye
      *esitler. Kayitlar anahtar sirasinda okundugundan CHRGTRAN
      *kendiliginden ACCT-NO siralidir.
       WRITE-CHGOFF-TRANSACTION.
           MOVE ACCT-NO        TO CHG-ACCT-NO.
           MOVE 'C'            TO CHG-TRAN-TYPE.
           MOVE ACCT-BALANCE   TO CHG-TRAN-AMOUNT.
           MOVE WS-CHGOFF-CODE TO CHG-TRAN-CODE.
           MOVE 'CHARGE-OFF'   TO CHG-TRAN-DESC.
           WRITE CHRG-TRAN-REC.
           ADD 1              TO WS-CHGOFF-COUNT.
           ADD ACCT-BALANCE   TO WS-CHGOFF-TOTAL.
           PERFORM WRITE-REGISTER-DETAIL.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-CHGOFF-CYCLES NUMERIC
                          AND CTL-CHGOFF-CYCLES > 0
                           MOVE CTL-CHGOFF-CYCLES TO WS-CHGOFF-CYCLES
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
      *ana dosya tukenmis sayilir.
       READ-MASTER.
           READ ACCT-REC
               AT END MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF MASTER-EOF NOT = 'Y' AND WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ODEV026: MASTER READ ERROR STATUS '
                       WS-ACCT-STATUS
               MOVE 'Y' TO MASTER-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO CHRG-HEADER-1.
           MOVE 'CHARGE-OFF SELECTION' TO CH1-TITLE.
           WRITE CHRG-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO CHRG-HEADER-2.
           MOVE 'RUN DATE: '        TO CH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO CH2-RUN-DATE.
           MOVE '  CYCLES: '        TO CH2-CYCLES-LABEL.
           MOVE WS-CHGOFF-CYCLES    TO CH2-CYCLES.
           WRITE CHRG-HEADER-2 AFTER ADVANCING 2.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES            TO CHRG-DETAIL-REC.
           MOVE ACCT-NO           TO CD-ACCT-NO-O.
           MOVE LAST-NAME         TO CD-LAST-NAME-O.
           MOVE ACCT-STATUS       TO CD-STATUS-O.
           MOVE ACCT-DELQ-CYCLES  TO CD-CYCLES-O.
           MOVE ACCT-BALANCE      TO CD-BALANCE-O.
           WRITE CHRG-DETAIL-REC AFTER ADVANCING 1.

       WRITE-REGISTER-TOTAL.
           MOVE SPACES           TO CHRG-TOTAL-REC.
           MOVE 'TOTAL CHARGE-OFF:' TO CT-LABEL.
           MOVE WS-CHGOFF-COUNT  TO CT-COUNT-O.
           MOVE WS-CHGOFF-TOTAL  TO CT-TOTAL-O.
           WRITE CHRG-TOTAL-REC AFTER ADVANCING 2.
