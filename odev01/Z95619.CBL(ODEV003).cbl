      * ODEV002'den ONCE calisan islem duzenleme (edit) programi.
      * Ham TRANFILE kayitlarini dogrular, kabul edilenleri
      * ACCT-NO sirasina gore siralayip EDITTRAN dosyasina yazar
      * (boylece ODEV002'nin match-merge varsayimi garanti edilir;
      * EDITTRAN kayittan once ODEV034 taramasindan gecer),
      * reddedilenleri neden koduyla SUSPOUT askida-islem dosyasina
      * ayirir ve dunku askida-islem dosyasindan (SUSPIN) operasyonun
      * duzelttigi kayitlari bugunun girdisine geri kazandirir.
           05  TC-DESC            PIC X(25).
           05  TC-RESTAMP         PIC X(1).
      *TC-GL-CLASS, gunluk defter ozetinde hareketin hangi defter
      *kovasina ('F' ucret, 'I' faiz, 'O' olagan, 'W' zarar
      *yazma, 'R' zarar sonrasi tahsilat) gidecegini
      *belirler; bu programda tasinir ama kullanilmaz (bkz.
      *ODEV017).
           05  TC-GL-CLASS        PIC X(1).
               10  USA-STATE      PIC X(15).
           05  ACCT-STATUS        PIC X(1).
           05  FILLER             PIC X(6).
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
         88 REASON-ACCT-CLOSED         VALUE '05'.
         88 REASON-BAD-CODE            VALUE '06'.
         88 REASON-CODE-TYPE-MISMATCH  VALUE '07'.
         88 REASON-ACCT-CHARGED-OFF    VALUE '08'.
       01 WS-REASON-TEXT      PIC X(30) VALUE SPACES.

      *Kutuk raporu mutabakati icin sayaclar ve dolar toplamlari.
                   MOVE 'N'  TO TRAN-VALID-SW
                   MOVE '05' TO WS-REASON-CODE
                   MOVE 'ACCOUNT IS CLOSED' TO WS-REASON-TEXT
      *Zarar yazilmis ('W') hesaba yeni borc islenmez; alacaklar
      *(odemeler) kabul edilir ve ODEV002'de tahsilat (recovery)
      *olarak islenir.
               WHEN ACCT-STATUS = 'W' AND SRT-TRAN-TYPE = 'D'
                   MOVE 'N'  TO TRAN-VALID-SW
                   MOVE '08' TO WS-REASON-CODE
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-REASON-TEXT
           END-EVALUATE
           IF TRAN-VALID-SW = 'Y'
               PERFORM WRITE-ACCEPTED-TRAN
