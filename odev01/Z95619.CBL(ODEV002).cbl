      * uygular. ODEV001 çalışmadan önce bu program ana dosyayı
      * günceller; ODEV001'in okuduğu sıralı ACCTREC görüntüsü
      * ODEV007 boşaltma koşusuyla üretilir.
      * Zarar yazma (charge-off, GL sinifi 'W') hareketi hesabin
      * kalan bakiyesini sifirlar ve hesabi 'W' durumuna alir
      * (bkz. ODEV026); zarar yazilmis hesaba sonradan gelen
      * alacaklar bakiyeyi degistirmeden tahsilat (recovery) kodu
      * ile deftere yazilir.
      * Bakiye disinda degisen alanlar (son hareket damgasi, zarar
      * yazmada durum ve asgari odeme) hesap basina REWRITE'ta
      * MSTAUDIT denetim kutugune once/sonra olarak yazilir.
      * TRANFILE olarak ODEV003'un EDITTRAN'i degil, ODEV034
      * dolandiricilik taramasinin SCRNTRAN ciktisi verilir; ayni
      * duzende ve ACCT-NO sirasindadir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT TCODE-FILE ASSIGN TO TCODETBL
               FILE STATUS IS WS-TCODE-STATUS.
           SELECT JRNL-FILE  ASSIGN TO JRNLFILE.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *Ana dosya artık ACCT-NO anahtarlı indeksli ACCTIDX'tir
      *taşır; her başarılı hareket uygulamasında damgalanır ve
      *ODEV009 hareketsizlik (dormancy) yaşlandırma koşusunu besler.
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
           05  TC-DESC            PIC X(25).
           05  TC-RESTAMP         PIC X(1).
      *TC-GL-CLASS, gunluk defter ozetinde hareketin hangi defter
      *kovasina ('F' ucret, 'I' faiz, 'O' olagan, 'W' zarar yazma,
      *'R' zarar sonrasi tahsilat) gidecegini belirler (bkz.
      *ODEV017). Bu programda yalnizca 'W' sinifi kullanilir:
      *zarar yazma hareketi hesabin durumunu da degistirir.
           05  TC-GL-CLASS        PIC X(1).

      *Uygulanan her hareket için bir defter (journal) kaydı:
           05  RC-LIST-TIME       PIC 9(6).
           05  RC-LIST-GRAND-BAL  PIC S9(9)V99 COMP-3.

      *Ana dosya degisiklik denetim kaydi (bkz. ODEV033): bakiye
      *disindaki her alan degisikligi icin once/sonra goruntusu.
       FD  MST-AUDIT RECORDING MODE F.
       01  MST-AUDIT-REC.
           05  MAU-ACCT-NO        PIC X(8).
           05  MAU-RUN-DATE       PIC 9(8).
           05  MAU-RUN-TIME       PIC 9(6).
           05  MAU-PROGRAM        PIC X(8).
           05  MAU-FIELD          PIC X(12).
           05  MAU-BEFORE         PIC X(46).
           05  MAU-AFTER          PIC X(46).
           05  MAU-REASON         PIC X(22).
           05  MAU-USER-ID        PIC X(8).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 TRAN-EOF          PIC X VALUE SPACE.
            10 WS-TC-TYPE     PIC X(1).
            10 WS-TC-DESC     PIC X(25).
            10 WS-TC-RESTAMP  PIC X(1).
            10 WS-TC-GL-CLASS PIC X(1).
       01 WS-CURR-RESTAMP     PIC X VALUE 'Y'.
       01 WS-CURR-GL-CLASS    PIC X VALUE SPACE.

      *Zarar yazilmis hesaba gelen alacak, deftere bu kodla
      *yazilir; TCODETBL'de kod '08' alacak yonlu ve GL sinifi
      *'R' olarak tanimlidir (zarar yazma kodu '07', sinif 'W').
       01 WS-RECOVERY-CODE    PIC X(2) VALUE '08'.
       01 WS-CURR-DESC        PIC X(25) VALUE SPACES.

      *Koşu kontrolü için uygulanan net tutar (borçlar artı,
         05 WS-POSTED-COUNT   PIC 9(7) VALUE 0.
         05 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
         05 WS-JRNL-SEQ       PIC 9(7) VALUE 0.
         05 WS-CHGOFF-COUNT   PIC 9(7) VALUE 0.
         05 WS-RECOVERY-COUNT PIC 9(7) VALUE 0.

      *Ana dosya degisiklik denetimi (bkz. ODEV033): REWRITE
      *oncesi kaydin goruntusu WS-MAUD-IMAGE'da tutulur; REWRITE
      *basarili olunca bakiye disindaki alanlar tek tek
      *karsilastirilir. Eski kayitlarda bozuk olabilecek sayisal
      *DISPLAY alanlar burada X olarak tutulur ve alfasayisal
      *karsilastirilir. WS-MAUD-OK: 'Y' yaziliyor, 'E' yazma
      *hatasindan sonra durduruldu (dosya yine kapatilir).
       01 WS-MAUD-STATUS      PIC XX VALUE SPACES.
       01 WS-MAUD-OK          PIC X  VALUE SPACE.
       01 WS-MAUD-FIELDS.
         05 WS-MAUD-PROGRAM     PIC X(8) VALUE 'ODEV002'.
         05 WS-MAUD-RUN-DATE    PIC 9(8) VALUE 0.
         05 WS-MAUD-TIME-RAW    PIC 9(8) VALUE 0.
         05 WS-MAUD-TIME-R      REDEFINES WS-MAUD-TIME-RAW.
            10 WS-MAUD-HHMMSS   PIC 9(6).
            10 FILLER           PIC 9(2).
         05 WS-MAUD-FIELD       PIC X(12) VALUE SPACES.
         05 WS-MAUD-OLD         PIC X(46) VALUE SPACES.
         05 WS-MAUD-NEW         PIC X(46) VALUE SPACES.
         05 WS-MAUD-REASON      PIC X(22) VALUE SPACES.
         05 WS-MAUD-USER-ID     PIC X(8)  VALUE SPACES.
         05 WS-MAUD-AMT-EDIT    PIC -(7)9.99.
         05 WS-MAUD-COUNT       PIC 9(7)  VALUE 0.
       01 WS-MAUD-IMAGE.
         05 WS-BFR-ACCT-NO      PIC X(8).
         05 WS-BFR-LIMIT        PIC S9(7)V99 COMP-3.
         05 WS-BFR-BALANCE      PIC S9(7)V99 COMP-3.
         05 WS-BFR-LAST-NAME    PIC X(20).
         05 WS-BFR-FIRST-NAME   PIC X(15).
         05 WS-BFR-STREET-ADDR  PIC X(25).
         05 WS-BFR-CITY-COUNTY  PIC X(20).
         05 WS-BFR-USA-STATE    PIC X(15).
         05 WS-BFR-STATUS       PIC X(1).
         05 WS-BFR-LAST-ACT     PIC X(6).
         05 WS-BFR-COMMENTS     PIC X(46).
         05 WS-BFR-CYCLE-DAY    PIC X(2).
         05 WS-BFR-DELQ-CYCLES  PIC X(2).
         05 WS-BFR-DELQ-BUCKET  PIC X(1).
         05 WS-BFR-MIN-PAY-DUE  PIC S9(7)V99 COMP-3.

       01 WS-BAL-BEFORE       PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-RUN-DATE-RAW     PIC 9(8).
           OPEN OUTPUT JRNL-FILE.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM MARK-POSTING-STARTED.
           PERFORM OPEN-MASTER-AUDIT.

       POST-TRANSACTIONS.
           PERFORM READ-TRAN.
           CLOSE ACCT-REC.
           CLOSE TRAN-FILE.
           CLOSE JRNL-FILE.
           PERFORM CLOSE-MASTER-AUDIT.
           IF WS-FATAL-SW = 'Y'
               DISPLAY 'ODEV002: RUN INCOMPLETE - '
                       'POSTING NOT MARKED COMPLETE'
           END-IF.
           DISPLAY 'ODEV002: ACCOUNTS POSTED   - ' WS-POSTED-COUNT.
           DISPLAY 'ODEV002: TRANS REJECTED    - ' WS-REJECTED-COUNT.
           DISPLAY 'ODEV002: ACCTS CHARGED OFF - ' WS-CHGOFF-COUNT.
           DISPLAY 'ODEV002: RECOVERIES POSTED - ' WS-RECOVERY-COUNT.
           GOBACK.

      *Koşu kontrol kaydına başlangıç damgası vurur. Dosya ilk
                   MOVE SPACE TO WS-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
                   PERFORM SAVE-MASTER-IMAGE
                   MOVE 'POSTING' TO WS-MAUD-REASON
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
              AND WS-ACCT-STATUS-1 NOT = '2'
       APPLY-TRANSACTION.
           MOVE ACCT-BALANCE TO WS-BAL-BEFORE.
           PERFORM LOOKUP-TRAN-CODE.
           EVALUATE TRUE
               WHEN WS-CURR-GL-CLASS = 'W'
                   PERFORM APPLY-CHARGE-OFF
               WHEN ACCT-STATUS = 'W' AND TRAN-TYPE = 'C'
                   PERFORM APPLY-RECOVERY
               WHEN ACCT-STATUS = 'W'
                   DISPLAY 'ODEV002: DEBIT ON CHARGED-OFF ACCT '
                           TRAN-ACCT-NO
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN OTHER
                   PERFORM APPLY-TO-BALANCE
           END-EVALUATE.

       APPLY-TO-BALANCE.
           EVALUATE TRAN-TYPE
               WHEN 'D'
                   ADD TRAN-AMOUNT TO ACCT-BALANCE
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

      *Zarar yazma: ODEV026 hareketi kendi kosusundaki bakiyeyle
      *uretir; arada islenen hareketler bakiyeyi degistirmis
      *olabileceginden defterdeki tutar her zaman guncel bakiyedir
      *ve bakiye sifira iner. Hesap 'W' durumuna gecer; asgari
      *odeme beklentisi kalkar. Zaten zarar yazilmis ya da
      *bakiyesi sifir/alacak olan hesapta hareket reddedilir.
       APPLY-CHARGE-OFF.
           IF ACCT-STATUS = 'W' OR ACCT-BALANCE NOT > ZERO
               DISPLAY 'ODEV002: CHARGE-OFF REJECTED FOR ACCT '
                       TRAN-ACCT-NO
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF TRAN-AMOUNT NOT = ACCT-BALANCE
                   DISPLAY 'ODEV002: CHARGE-OFF AMOUNT SET TO '
                           'BALANCE FOR ACCT ' TRAN-ACCT-NO
                   MOVE ACCT-BALANCE TO TRAN-AMOUNT
               END-IF
               SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
               SUBTRACT TRAN-AMOUNT FROM WS-POSTED-NET
               MOVE 'W'  TO ACCT-STATUS
               MOVE ZERO TO ACCT-MIN-PAY-DUE
               MOVE 'CHARGE-OFF POSTED' TO WS-MAUD-REASON
               MOVE 'Y'  TO WS-MASTER-DIRTY
               ADD 1 TO WS-CHGOFF-COUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *Zarar yazilmis hesaba gelen alacak (odeme) alacak
      *bakiyesine donusturulmez: bakiye sifirda kalir, defter
      *kaydi once/sonra ayni bakiyeyle ve tahsilat koduyla yazilir.
      *Tutar bakiyeyi degistirmedigi icin net tutara (RC-POSTED-
      *NET) katilmaz; ODEV017 tahsilati alacak hesabina degil
      *tahsilat gelirine yazar. Musteriden para geldigi icin son
      *hareket damgasi tazelenir.
       APPLY-RECOVERY.
           MOVE WS-RECOVERY-CODE TO TRAN-CODE.
           MOVE WS-RUN-YYMMDD    TO LAST-ACTIVITY-DATE.
           MOVE 'Y' TO WS-MASTER-DIRTY.
           MOVE 'RECOVERY POSTED' TO WS-MAUD-REASON.
           ADD 1 TO WS-RECOVERY-COUNT.
           PERFORM WRITE-JOURNAL-RECORD.

       WRITE-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE WS-JRNL-SEQ      TO JRNL-SEQ.
       LOOKUP-TRAN-CODE.
           MOVE SPACE TO WS-TC-FOUND-SW.
           MOVE 'Y'   TO WS-CURR-RESTAMP.
           MOVE SPACE TO WS-CURR-GL-CLASS.
           MOVE TRAN-DESC TO WS-CURR-DESC.
           PERFORM VARYING WS-TC-IX FROM 1 BY 1
                   UNTIL WS-TC-IX > WS-TC-COUNT
               IF TRAN-CODE = WS-TC-CODE (WS-TC-IX)
                   MOVE 'Y' TO WS-TC-FOUND-SW
                   MOVE WS-TC-RESTAMP (WS-TC-IX) TO WS-CURR-RESTAMP
                   MOVE WS-TC-GL-CLASS (WS-TC-IX)
                     TO WS-CURR-GL-CLASS
                   IF TRAN-DESC = SPACES
                       MOVE WS-TC-DESC (WS-TC-IX) TO WS-CURR-DESC
                   END-IF
                       MOVE TC-TYPE    TO WS-TC-TYPE (WS-TC-COUNT)
                       MOVE TC-DESC    TO WS-TC-DESC (WS-TC-COUNT)
                       MOVE TC-RESTAMP TO WS-TC-RESTAMP (WS-TC-COUNT)
                       MOVE TC-GL-CLASS
                         TO WS-TC-GL-CLASS (WS-TC-COUNT)
                   END-IF
                   PERFORM READ-TCODE
               END-PERFORM
               MOVE SPACE TO WS-MASTER-DIRTY
               IF WS-ACCT-STATUS = '00'
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM AUDIT-MASTER-CHANGE
               ELSE
                   DISPLAY 'ODEV002: MASTER REWRITE ERROR STATUS '
                           WS-ACCT-STATUS ' FOR ACCT ' ACCT-NO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *Denetim kutugu acilamazsa kosu durdurulmaz; yazimlar
      *atlanir ve eksik iz konsoldan ve 4 donus kodundan gorulur
      *(bkz. ODEV008'in MNTLOG kalibi).
       OPEN-MASTER-AUDIT.
           ACCEPT WS-MAUD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MAUD-TIME-RAW FROM TIME.
           OPEN EXTEND MST-AUDIT.
           IF WS-MAUD-STATUS = '00' OR WS-MAUD-STATUS = '05'
               MOVE 'Y' TO WS-MAUD-OK
           ELSE
               DISPLAY 'ODEV002: MSTAUDIT OPEN FAILED STATUS '
                       WS-MAUD-STATUS ' - MASTER AUDIT NOT WRITTEN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-MASTER-AUDIT.
           IF WS-MAUD-OK = 'Y' OR WS-MAUD-OK = 'E'
               CLOSE MST-AUDIT
           END-IF.
           DISPLAY 'ODEV002: MASTER CHANGES    - ' WS-MAUD-COUNT.

       SAVE-MASTER-IMAGE.
           MOVE ACCT-FIELDS TO WS-MAUD-IMAGE.

      *Kaydedilen goruntuyle guncel kayit karsilastirilir; bakiye
      *defterde izlendigi icin burada bakilmaz. Degisen her alan
      *icin ayri bir denetim kaydi yazilir.
       AUDIT-MASTER-CHANGE.
           IF ACCT-LIMIT NOT = WS-BFR-LIMIT
               MOVE 'LIMIT'           TO WS-MAUD-FIELD
               MOVE WS-BFR-LIMIT      TO WS-MAUD-AMT-EDIT
               MOVE WS-MAUD-AMT-EDIT  TO WS-MAUD-OLD
               MOVE ACCT-LIMIT        TO WS-MAUD-AMT-EDIT
               MOVE WS-MAUD-AMT-EDIT  TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF LAST-NAME NOT = WS-BFR-LAST-NAME
               MOVE 'LAST-NAME'       TO WS-MAUD-FIELD
               MOVE WS-BFR-LAST-NAME  TO WS-MAUD-OLD
               MOVE LAST-NAME         TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF FIRST-NAME NOT = WS-BFR-FIRST-NAME
               MOVE 'FIRST-NAME'      TO WS-MAUD-FIELD
               MOVE WS-BFR-FIRST-NAME TO WS-MAUD-OLD
               MOVE FIRST-NAME        TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF STREET-ADDR NOT = WS-BFR-STREET-ADDR
               MOVE 'STREET-ADDR'     TO WS-MAUD-FIELD
               MOVE WS-BFR-STREET-ADDR TO WS-MAUD-OLD
               MOVE STREET-ADDR       TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF CITY-COUNTY NOT = WS-BFR-CITY-COUNTY
               MOVE 'CITY-COUNTY'     TO WS-MAUD-FIELD
               MOVE WS-BFR-CITY-COUNTY TO WS-MAUD-OLD
               MOVE CITY-COUNTY       TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF USA-STATE NOT = WS-BFR-USA-STATE
               MOVE 'USA-STATE'       TO WS-MAUD-FIELD
               MOVE WS-BFR-USA-STATE  TO WS-MAUD-OLD
               MOVE USA-STATE         TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF ACCT-STATUS NOT = WS-BFR-STATUS
               MOVE 'STATUS'          TO WS-MAUD-FIELD
               MOVE WS-BFR-STATUS     TO WS-MAUD-OLD
               MOVE ACCT-STATUS       TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF LAST-ACTIVITY-DATE NOT = WS-BFR-LAST-ACT
               MOVE 'LAST-ACTIV'      TO WS-MAUD-FIELD
               MOVE WS-BFR-LAST-ACT   TO WS-MAUD-OLD
               MOVE LAST-ACTIVITY-DATE TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF COMMENTS NOT = WS-BFR-COMMENTS
               MOVE 'COMMENTS'        TO WS-MAUD-FIELD
               MOVE WS-BFR-COMMENTS   TO WS-MAUD-OLD
               MOVE COMMENTS          TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF ACCT-CYCLE-DAY NOT = WS-BFR-CYCLE-DAY
               MOVE 'CYCLE-DAY'       TO WS-MAUD-FIELD
               MOVE WS-BFR-CYCLE-DAY  TO WS-MAUD-OLD
               MOVE ACCT-CYCLE-DAY    TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF ACCT-DELQ-CYCLES NOT = WS-BFR-DELQ-CYCLES
               MOVE 'DELQ-CYCLES'     TO WS-MAUD-FIELD
               MOVE WS-BFR-DELQ-CYCLES TO WS-MAUD-OLD
               MOVE ACCT-DELQ-CYCLES  TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF ACCT-DELQ-BUCKET NOT = WS-BFR-DELQ-BUCKET
               MOVE 'DELQ-BUCKET'     TO WS-MAUD-FIELD
               MOVE WS-BFR-DELQ-BUCKET TO WS-MAUD-OLD
               MOVE ACCT-DELQ-BUCKET  TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.
           IF ACCT-MIN-PAY-DUE NOT = WS-BFR-MIN-PAY-DUE
               MOVE 'MIN-PAY-DUE'     TO WS-MAUD-FIELD
               MOVE WS-BFR-MIN-PAY-DUE TO WS-MAUD-AMT-EDIT
               MOVE WS-MAUD-AMT-EDIT  TO WS-MAUD-OLD
               MOVE ACCT-MIN-PAY-DUE  TO WS-MAUD-AMT-EDIT
               MOVE WS-MAUD-AMT-EDIT  TO WS-MAUD-NEW
               PERFORM WRITE-MASTER-AUDIT
           END-IF.

      *Hesap numarasi kaydedilen goruntuden alinir; silinen ya da
      *yeni eklenen kayitta da (alan 'RECORD') ayni yol kullanilir.
       WRITE-MASTER-AUDIT.
           IF WS-MAUD-OK = 'Y'
               MOVE SPACES            TO MST-AUDIT-REC
               MOVE WS-BFR-ACCT-NO    TO MAU-ACCT-NO
               MOVE WS-MAUD-RUN-DATE  TO MAU-RUN-DATE
               MOVE WS-MAUD-HHMMSS    TO MAU-RUN-TIME
               MOVE WS-MAUD-PROGRAM   TO MAU-PROGRAM
               MOVE WS-MAUD-FIELD     TO MAU-FIELD
               MOVE WS-MAUD-OLD       TO MAU-BEFORE
               MOVE WS-MAUD-NEW       TO MAU-AFTER
               MOVE WS-MAUD-REASON    TO MAU-REASON
               MOVE WS-MAUD-USER-ID   TO MAU-USER-ID
               WRITE MST-AUDIT-REC
               IF WS-MAUD-STATUS = '00'
                   ADD 1 TO WS-MAUD-COUNT
               ELSE
                   DISPLAY 'ODEV002: MSTAUDIT WRITE ERROR STATUS '
                           WS-MAUD-STATUS ' FOR ACCT '
                           WS-BFR-ACCT-NO
                   MOVE 'E' TO WS-MAUD-OK
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
