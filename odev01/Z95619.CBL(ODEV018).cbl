       PROGRAM-ID.    ODEV018.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Fatura donemi gecikme (delinquency) yaslandirma kosusu;
      * her gece calisir ve yalnizca donemi o gun kesilen
      * hesaplari (bkz. ODEV005'in donem secimi) yaslandirir.
      * Donemin odemeleri JRNLHIST hareket tarihcesinden (bkz.
      * ODEV036) hesap ve donem araligiyla dogrudan okunur.
      * ODEV009 hareketsizligi yaslandirir; bu kosu borcu
      * yaslandirir. Her aktif hesap icin bir onceki donemde
      * konan asgari odeme (ACCT-MIN-PAY-DUE), donemin defterinden
      * yazilir. Cikti: ODEV001 kalibinda eyalet ara toplamli,
      * kova kirilimli gecikme raporu (DELQRPT) ve tahsilat
      * ajansina giden, 60+ gun hesaplarin tam CLIENT-ADDR
      * blogunu tasiyan COLLEXT cikarim dosyasi. Hesabin ardisik
      * kac donemdir 90+ kovasinda kaldigi ACCT-DELQ-CYCLES'ta
      * sayilir; zarar yazma secimi (ODEV026) bu sayaca bakar.
      * Zarar yazilmis ('W') hesaplar yaslandirilmaz. Acik
      * itirazdaki tutarlar (DISPMST, bkz. ODEV030) yaslandirmada
      * ve yeni asgari odemede bakiyeden dusulur; hesap itiraz
      * edilen kalem yuzunden kova ilerletip tahsilata gitmez.
      * Yaslandirilan her hesap CYCLCTL donem kesim kontrol
      * dosyasina islenir (bkz. ODEV032); kova, sayac ve asgari
      * odeme degisiklikleri MSTAUDIT denetim kutugune once/sonra
      * olarak yazilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
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
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL DISP-MST ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT COLL-EXT   ASSIGN TO COLLEXT.
           SELECT DELQ-WRK   ASSIGN TO DELQWRK.
           SELECT DELQ-RPT   ASSIGN TO DELQRPT.
           SELECT OPTIONAL CYCLE-CTL ASSIGN TO CYCLCTL
               FILE STATUS IS WS-CYC-STATUS.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
      *Kosu iki asamalidir: once ana dosya hesap sirasinda okunup
      *her hesabin donem odemeleri tarihceden alinarak kovalar
      *guncellenir ve rapor satirlari DELQWRK'e birakilir; sonra
      *DELQWRK kova/eyalet/ad sirasina sokulup rapor basilir.
      *DISPMST ACCT-NO ile basladigindan ana dosyayla ardisik
      *eslestirilir.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-REC.
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
           05  TC-RESTAMP         PIC X(1).
           05  TC-GL-CLASS        PIC X(1).

      *Itiraz ana kaydi (bkz. ODEV030); burada yalnizca acik ('O')
      *itirazlarin tutari kullanilir.
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

      *Asgari odeme orani (bakiyenin yuzdesi) ve taban tutar;
      *alanlar bitisiktir (bkz. ODEV011'in kart kalibi): ornegin
      *'05000002500' karti %5.00 oran ve 25.00 taban demektir.
               10  COLL-USA-STATE   PIC X(15).
           05  COLL-LAST-ACT-DATE PIC 9(6).

      *Donem kesim kontrol kaydi (bkz. ODEV032): yaslandirmada
      *tutar 1 bakiye, tutar 2 yeni asgari odemedir; kova da
      *tasinir.
       FD  CYCLE-CTL RECORDING MODE F.
       01  CYCLE-CTL-REC.
           05  CYC-RUN-DATE       PIC 9(8).
           05  CYC-CYCLE-DAY      PIC 9(2).
           05  CYC-PROGRAM        PIC X(8).
           05  CYC-ACCT-NO        PIC X(8).
           05  CYC-AMOUNT-1       PIC S9(7)V99 COMP-3.
           05  CYC-AMOUNT-2       PIC S9(7)V99 COMP-3.
           05  CYC-BUCKET         PIC X(1).

      *Iki asama arasinda tasinan rapor satiri verisi.
       FD  DELQ-WRK RECORDING MODE F.
       01  DELQ-WRK-REC.
           05  DT-BAL-O           PIC $$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(31).

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

      *Asama 2'de rapor satirlari siralanir.
       SD  SORT-WORK.
       01  SORT-RPT-REC.
           05  SRP-DELQ-BUCKET    PIC 9(1).
           05  SRP-USA-STATE      PIC X(15).
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 HIST-END-SW       PIC X VALUE SPACE.
         05 TCODE-EOF         PIC X VALUE SPACE.
         05 WS-PHASE2-EOF     PIC X VALUE SPACE.
         05 WS-HELD-VALID     PIC X VALUE SPACE.
         05 DISP-EOF          PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-TCODE-STATUS     PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
       01 WS-DISP-STATUS      PIC XX VALUE SPACES.
       01 WS-CYC-STATUS       PIC XX VALUE SPACES.
       01 WS-CYC-OK           PIC X  VALUE SPACE.

      *Kod tablosundan yalnizca ters kayit ('N' damga) kodlari
      *kullanilir: ters kayit alacagi odeme sayilmaz; ajansa
            10 WS-TC-RESTAMP  PIC X(1).
       01 WS-REVERSAL-SW      PIC X VALUE SPACE.

      *Onden okunan itiraz kaydi (bkz. ODEV005'in bekletme
      *kalibi).
       01 WS-HELD-DISPUTE.
         05 WS-HELD-DSP-ACCT-NO PIC X(8).
         05 WS-HELD-DSP-STATUS  PIC X(1).
         05 WS-HELD-DSP-AMOUNT  PIC S9(7)V99 COMP-3.

       01 WS-MINPAY-FIELDS.
         05 WS-MINPAY-PCT       PIC 9(2)V99 VALUE 5.00.
         05 WS-MINPAY-MIN       PIC 9(5)V99 VALUE 25.00.
         05 WS-PAID-THIS-CYCLE  PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-NEW-MIN-PAY      PIC S9(7)V99 COMP-3 VALUE 0.
      *Hesabin acik itiraz toplami, itiraz disi bakiye ve bu
      *donem beklenen (itiraz disi bakiyeyi asmayan) asgari odeme.
         05 WS-DISPUTED-AMT     PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-AGING-BAL        PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-MIN-PAY-REQ      PIC S9(9)V99 COMP-3 VALUE 0.

      *Kova ve eyalet kirilimi alanlari (bkz. ODEV001).
       01 BREAK-FIELDS.
         05 WS-AGED-COUNT       PIC 9(7) VALUE 0.
         05 WS-CURED-COUNT      PIC 9(7) VALUE 0.
         05 WS-COLLECT-COUNT    PIC 9(7) VALUE 0.
         05 WS-DISPUTE-COUNT    PIC 9(7) VALUE 0.
         05 WS-NOT-DUE-COUNT    PIC 9(7) VALUE 0.
         05 WS-TOTAL-DELQ       PIC 9(7) VALUE 0.
         05 WS-TOTAL-DELQ-BAL   PIC S9(11)V99 COMP-3 VALUE 0.

            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

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
         05 WS-MAUD-PROGRAM     PIC X(8) VALUE 'ODEV018'.
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

      *Fatura donemi secimi (bkz. ODEV005): bu gece kesilen
      *hesaplar, kesim gunu kosu gunune esit olanlar ve (kosu
      *ayin son gunuyse) kesim gunu bos/sifir olan eski
      *hesaplardir. Donem, bir onceki kesimin ertesi gunu ile
      *kosu gunu arasidir.
       01 WS-CYCLE-FIELDS.
         05 WS-TODAY-INT        PIC 9(8) COMP VALUE 0.
         05 WS-WORK-INT         PIC 9(8) COMP VALUE 0.
         05 WS-WORK-DATE        PIC 9(8) VALUE 0.
         05 WS-WORK-DATE-Y      REDEFINES WS-WORK-DATE.
            10 WS-WORK-YYYY     PIC 9(4).
            10 WS-WORK-MM       PIC 9(2).
            10 WS-WORK-DD       PIC 9(2).
         05 WS-DAY-START-DATE   PIC 9(8) VALUE 0.
         05 WS-MONTH-START-DATE PIC 9(8) VALUE 0.
         05 WS-ACCT-START-DATE  PIC 9(8) VALUE 0.
         05 WS-ACCT-CYCLE       PIC 9(2) VALUE 0.
         05 WS-MONTH-END-SW     PIC X VALUE SPACE.
         05 WS-IN-CYCLE-SW      PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN I-O ACCT-REC.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV018: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               CLOSE ACCT-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *Itiraz dosyasi okunamazsa itirazli hesaplar yanlislikla
      *tahsilata gidebilir; kosu hicbir kaydi degistirmeden
      *birakilir. Dosya hic yoksa ('05') acik itiraz da yoktur.
           OPEN INPUT DISP-MST.
           IF WS-DISP-STATUS NOT = '00' AND WS-DISP-STATUS NOT = '97'
              AND WS-DISP-STATUS NOT = '05'
               DISPLAY 'ODEV018: DISPMST OPEN FAILED STATUS '
                       WS-DISP-STATUS
               CLOSE ACCT-REC
               CLOSE JRNL-HIST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-TCODE-TABLE.
           PERFORM READ-CONTROL-CARD.
           OPEN OUTPUT COLL-EXT.
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM SET-CYCLE-DATES.
           OPEN EXTEND CYCLE-CTL.
           IF WS-CYC-STATUS = '00' OR WS-CYC-STATUS = '05'
               MOVE 'Y' TO WS-CYC-OK
           ELSE
               DISPLAY 'ODEV018: CYCLCTL OPEN FAILED STATUS '
                       WS-CYC-STATUS ' - CYCLE CONTROL NOT WRITTEN'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM OPEN-MASTER-AUDIT.
           PERFORM WRITE-REPORT-HEADER.

      *Asama 1: ana dosya hesap sirasinda okunur, donemi kesilen
      *hesabin odemeleri tarihceden toplanip kova guncellenir;
      *gecikmis hesaplarin rapor satirlari DELQWRK'e birakilir.
      *Asama 2: DELQWRK kova/eyalet/ad sirasinda rapora dokulur.
       AGE-DELINQUENCY.
           OPEN OUTPUT DELQ-WRK.
           PERFORM AGE-PER-ACCOUNT
           CLOSE DELQ-WRK.
           SORT SORT-WORK
               ON ASCENDING KEY SRP-DELQ-BUCKET SRP-USA-STATE
                                SRP-LAST-NAME SRP-FIRST-NAME

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE JRNL-HIST.
           CLOSE DISP-MST.
           CLOSE COLL-EXT.
           CLOSE DELQ-RPT.
           IF WS-CYC-OK = 'Y'
               CLOSE CYCLE-CTL
           END-IF.
           PERFORM CLOSE-MASTER-AUDIT.
           DISPLAY 'ODEV018: ACCTS AGED        - ' WS-AGED-COUNT.
           DISPLAY 'ODEV018: ACCTS CURED       - ' WS-CURED-COUNT.
           DISPLAY 'ODEV018: SENT TO COLLECT   - ' WS-COLLECT-COUNT.
           DISPLAY 'ODEV018: ACCTS IN DISPUTE  - ' WS-DISPUTE-COUNT.
           DISPLAY 'ODEV018: NOT IN CYCLE      - ' WS-NOT-DUE-COUNT.
           GOBACK.

      *Hesabin kendi donemindeki odemeleri tarihceden toplanir.
      *Odeme = ters kayit olmayan 'C' hareketi; ters kayit borcu
      *('D') da odeme toplamini sisirmesin diye yalnizca 'C'
      *yonune bakilir.
       SUM-CYCLE-PAYMENTS.
           PERFORM START-ACCOUNT-HISTORY
           PERFORM UNTIL HIST-END-SW = 'Y'
               IF HIST-TRAN-TYPE = 'C'
                   PERFORM CHECK-REVERSAL-CODE
                   IF WS-REVERSAL-SW NOT = 'Y'
                       ADD HIST-TRAN-AMOUNT TO WS-PAID-THIS-CYCLE
                   END-IF
               END-IF
               PERFORM READ-HISTORY
           END-PERFORM.

       CHECK-REVERSAL-CODE.
           MOVE SPACE TO WS-REVERSAL-SW.
           PERFORM VARYING WS-TC-IX FROM 1 BY 1
                   UNTIL WS-TC-IX > WS-TC-COUNT
               IF HIST-TRAN-CODE = WS-TC-CODE (WS-TC-IX)
                   IF WS-TC-RESTAMP (WS-TC-IX) = 'N'
                       MOVE 'Y' TO WS-REVERSAL-SW
                   END-IF
               END-IF
           END-PERFORM.

      *Suruculugu ana dosya yapar (bkz. ODEV005 kalibi); donemi
      *bu gece kesilen her hesabin kendi donemindeki odemeleri
      *toplanir ve yaslandirma karari verilir. Hesabin acik
      *itirazlari ana dosyayla ayni ilerleyisle toplanir.
       AGE-PER-ACCOUNT.
           PERFORM READ-DISPUTE
           PERFORM READ-MASTER
           PERFORM UNTIL MASTER-EOF = 'Y'
               PERFORM CHECK-ACCOUNT-CYCLE
               MOVE ZERO TO WS-PAID-THIS-CYCLE
               PERFORM SUM-OPEN-DISPUTES
               IF ACCT-STATUS NOT = 'C' AND ACCT-STATUS NOT = 'W'
                   IF WS-IN-CYCLE-SW = 'Y'
                       PERFORM SUM-CYCLE-PAYMENTS
                       PERFORM AGE-ONE-ACCOUNT
                   ELSE
                       ADD 1 TO WS-NOT-DUE-COUNT
                   END-IF
               END-IF
               PERFORM READ-MASTER
           END-PERFORM.

      *Tek hesabin karari: onceki asgari odeme karsilanmadiysa
      *uzerinden konur ve kayit yerinde REWRITE edilir. Kova 2+
      *hesaplar tahsilat cikarimia, kova 1+ hesaplar rapor is
      *dosyasina yazilir.
      *Hesap bu donem de odemeyip 90+ kovasinda kaldiysa (ya da
      *bu donem oraya girdiyse) 90+ donem sayaci bir artar; kova
      *3'un altina inen hesapta sayac sifirlanir.
      *Acik itirazi olan hesapta karar itiraz disi bakiyeye gore
      *verilir: beklenen asgari odeme bu bakiyeyi asamaz ve yeni
      *asgari odeme de bu bakiye uzerinden konur.
       AGE-ONE-ACCOUNT.
           PERFORM SAVE-MASTER-IMAGE.
           MOVE 'DELINQUENCY AGING' TO WS-MAUD-REASON.
           IF ACCT-DELQ-CYCLES NOT NUMERIC
               MOVE ZERO TO ACCT-DELQ-CYCLES
           END-IF
           MOVE ACCT-BALANCE     TO WS-AGING-BAL
           MOVE ACCT-MIN-PAY-DUE TO WS-MIN-PAY-REQ
           IF WS-DISPUTED-AMT > ZERO
               SUBTRACT WS-DISPUTED-AMT FROM WS-AGING-BAL
               IF WS-MIN-PAY-REQ > WS-AGING-BAL
                   MOVE WS-AGING-BAL TO WS-MIN-PAY-REQ
               END-IF
               ADD 1 TO WS-DISPUTE-COUNT
           END-IF
           IF WS-MIN-PAY-REQ > ZERO
              AND WS-AGING-BAL > ZERO
              AND WS-PAID-THIS-CYCLE < WS-MIN-PAY-REQ
               IF ACCT-DELQ-BUCKET < 3
                   ADD 1 TO ACCT-DELQ-BUCKET
               END-IF
               IF ACCT-DELQ-BUCKET = 3 AND ACCT-DELQ-CYCLES < 99
                   ADD 1 TO ACCT-DELQ-CYCLES
               END-IF
               ADD 1 TO WS-AGED-COUNT
           ELSE
               IF ACCT-DELQ-BUCKET > ZERO
               END-IF
               MOVE ZERO TO ACCT-DELQ-BUCKET
           END-IF
           IF ACCT-DELQ-BUCKET < 3
               MOVE ZERO TO ACCT-DELQ-CYCLES
           END-IF
           IF WS-AGING-BAL > ZERO
               COMPUTE WS-NEW-MIN-PAY ROUNDED =
                   WS-AGING-BAL * WS-MINPAY-PCT / 100
               IF WS-NEW-MIN-PAY < WS-MINPAY-MIN
                   MOVE WS-MINPAY-MIN TO WS-NEW-MIN-PAY
               END-IF
               IF WS-NEW-MIN-PAY > WS-AGING-BAL
                   MOVE WS-AGING-BAL TO WS-NEW-MIN-PAY
               END-IF
           ELSE
               MOVE ZERO TO WS-NEW-MIN-PAY
               IF ACCT-DELQ-BUCKET > ZERO
                   PERFORM WRITE-WORK-RECORD
               END-IF
               IF WS-CYC-OK = 'Y'
                   PERFORM WRITE-CYCLE-CONTROL
               END-IF
               PERFORM AUDIT-MASTER-CHANGE
           END-IF.

       WRITE-CYCLE-CONTROL.
           MOVE SPACES             TO CYCLE-CTL-REC.
           MOVE WS-RUN-DATE-RAW    TO CYC-RUN-DATE.
           MOVE WS-ACCT-CYCLE      TO CYC-CYCLE-DAY.
           MOVE 'ODEV018'          TO CYC-PROGRAM.
           MOVE ACCT-NO            TO CYC-ACCT-NO.
           MOVE ACCT-BALANCE       TO CYC-AMOUNT-1.
           MOVE ACCT-MIN-PAY-DUE   TO CYC-AMOUNT-2.
           MOVE ACCT-DELQ-BUCKET   TO CYC-BUCKET.
           WRITE CYCLE-CTL-REC.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'ODEV018: CYCLCTL WRITE ERROR STATUS '
                       WS-CYC-STATUS ' FOR ACCT ' ACCT-NO
               MOVE SPACE TO WS-CYC-OK
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-COLLECTION-RECORD.
           MOVE ACCT-MIN-PAY-DUE TO DWK-MIN-PAY-DUE.
           WRITE DELQ-WRK-REC.

      *Itiraz dosyasi ana dosyanin gerisinde kalan (ana dosyada
      *olmayan hesaplara ait) kayitlari atlanir; gecerli hesabin
      *yalnizca acik ('O') itirazlari toplanir.
       SUM-OPEN-DISPUTES.
           MOVE ZERO TO WS-DISPUTED-AMT.
           PERFORM UNTIL DISP-EOF = 'Y'
                      OR WS-HELD-DSP-ACCT-NO >= ACCT-NO
               PERFORM READ-DISPUTE
           END-PERFORM.
           PERFORM UNTIL DISP-EOF = 'Y'
                      OR WS-HELD-DSP-ACCT-NO NOT = ACCT-NO
               IF WS-HELD-DSP-STATUS = 'O'
                   ADD WS-HELD-DSP-AMOUNT TO WS-DISPUTED-AMT
               END-IF
               PERFORM READ-DISPUTE
           END-PERFORM.

      *FILE STATUS bildirildigi icin kalici G/C hatasi AT END'e
      *dusmez; itirazlar okunamazsa hesaplar itirazsiz
      *yaslanacagindan kosu 8 ile isaretlenir.
       READ-DISPUTE.
           READ DISP-MST
               AT END MOVE 'Y' TO DISP-EOF
               NOT AT END
                   MOVE DSP-ACCT-NO TO WS-HELD-DSP-ACCT-NO
                   MOVE DSP-STATUS  TO WS-HELD-DSP-STATUS
                   MOVE DSP-AMOUNT  TO WS-HELD-DSP-AMOUNT
           END-READ.
           IF DISP-EOF NOT = 'Y' AND WS-DISP-STATUS NOT = '00'
               DISPLAY 'ODEV018: DISPMST READ ERROR STATUS '
                       WS-DISP-STATUS
               MOVE 'Y' TO DISP-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Hesabin donem baslangicina konumlanir; okuma hesap
      *degisince ya da donem sonu gecilince biter.
       START-ACCOUNT-HISTORY.
           MOVE SPACE              TO HIST-END-SW.
           MOVE ACCT-NO            TO HIST-ACCT-NO.
           MOVE WS-ACCT-START-DATE TO HIST-RUN-DATE.
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
                   DISPLAY 'ODEV018: JRNLHIST READ ERROR STATUS '
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

      *Asama 2 cikti tarafi: kova degisiminde kova basligi ve
      *toplami, eyalet degisiminde ara toplam basilir (bkz.
               CLOSE CONTROL-CARD
           END-IF.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
      *ana dosya tukenmis sayilir.
           MOVE 'RUN DATE: '        TO DH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO DH2-RUN-DATE.
           WRITE DLQ-HEADER-2 AFTER ADVANCING 2.

      *Kosu gununun ay sonu olup olmadigi ve bu gece kesilen
      *donemlerin baslangic tarihleri.
       SET-CYCLE-DATES.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW).
           COMPUTE WS-WORK-INT = WS-TODAY-INT + 1.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           IF WS-WORK-DD = 1
               MOVE 'Y' TO WS-MONTH-END-SW
           END-IF.
           COMPUTE WS-MONTH-START-DATE =
               WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + 1.
           IF WS-RUN-DD <= 28
               IF WS-RUN-MM = 1
                   COMPUTE WS-WORK-DATE =
                       (WS-RUN-YYYY - 1) * 10000 + 1200 + WS-RUN-DD
               ELSE
                   COMPUTE WS-WORK-DATE = WS-RUN-DATE-RAW - 100
               END-IF
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) + 1
               COMPUTE WS-DAY-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           END-IF.

      *Kesim gunu 01-28 olan hesap kendi gununde, bos/sifir ya da
      *gecersiz olan eski hesap ayin son gununde kesilir.
       CHECK-ACCOUNT-CYCLE.
           MOVE SPACE TO WS-IN-CYCLE-SW.
           IF ACCT-CYCLE-DAY NUMERIC AND ACCT-CYCLE-DAY > ZERO
              AND ACCT-CYCLE-DAY <= 28
               IF ACCT-CYCLE-DAY = WS-RUN-DD
                   MOVE 'Y'               TO WS-IN-CYCLE-SW
                   MOVE ACCT-CYCLE-DAY    TO WS-ACCT-CYCLE
                   MOVE WS-DAY-START-DATE TO WS-ACCT-START-DATE
               END-IF
           ELSE
               IF WS-MONTH-END-SW = 'Y'
                   MOVE 'Y'                 TO WS-IN-CYCLE-SW
                   MOVE ZERO                TO WS-ACCT-CYCLE
                   MOVE WS-MONTH-START-DATE TO WS-ACCT-START-DATE
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
               DISPLAY 'ODEV018: MSTAUDIT OPEN FAILED STATUS '
                       WS-MAUD-STATUS ' - MASTER AUDIT NOT WRITTEN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-MASTER-AUDIT.
           IF WS-MAUD-OK = 'Y' OR WS-MAUD-OK = 'E'
               CLOSE MST-AUDIT
           END-IF.
           DISPLAY 'ODEV018: MASTER CHANGES    - ' WS-MAUD-COUNT.

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
                   DISPLAY 'ODEV018: MSTAUDIT WRITE ERROR STATUS '
                           WS-MAUD-STATUS ' FOR ACCT '
                           WS-BFR-ACCT-NO
                   MOVE 'E' TO WS-MAUD-OK
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
