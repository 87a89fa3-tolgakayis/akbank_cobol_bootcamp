       PROGRAM-ID.    ODEV014.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Fatura donemi faiz tahakkuku ve anaparalastirma kosusu;
      * her gece calisir ve yalnizca donemi o gun kesilen
      * hesaplari (bkz. ODEV005'in donem secimi) isler. Donemin
      * hareketleri JRNLHIST hareket tarihcesinden (bkz. ODEV036)
      * hesap ve donem araligiyla dogrudan okunur. Program
      * her hesap icin kendi donemi boyunca gunluk bakiye
      * yuruterek gun agirlikli ortalama bakiyeyi cikarir, RATECARD
      * oran cizelgesinden bakiye bandina gore yillik orani secer
      * ve donem faizini hesaplar. Hesaplanan faiz, bir sonraki
      * faiz de olagan defter uzerinden islenir. Denetim her ceyrek
      * hesabin ispatini istedigi icin hesap bazinda gun sayisi,
      * ortalama bakiye, uygulanan oran ve tutari gosteren bir
      * tahakkuk kutugu INTRPT'ye basilir. Tahakkuk edilen her
      * hesap CYCLCTL donem kesim kontrol dosyasina islenir (bkz.
      * ODEV032).
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
           SELECT OPTIONAL RATE-CARD ASSIGN TO RATECARD
               FILE STATUS IS WS-RATE-STATUS.
           SELECT INT-TRAN   ASSIGN TO INTTRAN.
           SELECT INT-RPT    ASSIGN TO INTRPT.
           SELECT OPTIONAL CYCLE-CTL ASSIGN TO CYCLCTL
               FILE STATUS IS WS-CYC-STATUS.
      *Tarihce hesap/tarih/sira anahtarlidir (bkz. ODEV005); ana
      *dosya hesap sirasinda okunurken her hesabin donem
      *hareketleri tarih sirasinda START + READ NEXT ile gelir.
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

      *Oran cizelgesi karti: bandin ust siniri (kolon 1-9,
      *9(7)V99) ve o banda uygulanan yillik oran (kolon 10-15,
           05  INT-TRAN-CODE      PIC X(2).
           05  INT-TRAN-DESC      PIC X(25).

      *Donem kesim kontrol kaydi (bkz. ODEV032): tahakkukta tutar
      *1 ortalama bakiye, tutar 2 faizdir.
       FD  CYCLE-CTL RECORDING MODE F.
       01  CYCLE-CTL-REC.
           05  CYC-RUN-DATE       PIC 9(8).
           05  CYC-CYCLE-DAY      PIC 9(2).
           05  CYC-PROGRAM        PIC X(8).
           05  CYC-ACCT-NO        PIC X(8).
           05  CYC-AMOUNT-1       PIC S9(7)V99 COMP-3.
           05  CYC-AMOUNT-2       PIC S9(7)V99 COMP-3.
           05  CYC-BUCKET         PIC X(1).

      *Tahakkuk kutugu satirlari; ayni FD altindaki 01 duzeyleri
      *ayni depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
           05  IT-TOTAL-O         PIC $$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(33).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 HIST-END-SW       PIC X VALUE SPACE.
         05 RATE-EOF          PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-RATE-STATUS      PIC XX VALUE SPACES.
       01 WS-CYC-STATUS       PIC XX VALUE SPACES.
       01 WS-CYC-OK           PIC X  VALUE SPACE.

      *Tarihceden okunan hareket icin bekletme alani (bkz.
      *ODEV005): tahakkuk dongusu bir sonraki kaydi onden okur.
       01 WS-HELD-JRNL.
         05 WS-HELD-ACCT-NO     PIC X(8).
         05 WS-HELD-RUN-DATE    PIC 9(8).
         05 WS-CHARGED-COUNT    PIC 9(7) VALUE 0.
         05 WS-INT-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-SKIPPED-COUNT    PIC 9(7) VALUE 0.
         05 WS-NOT-DUE-COUNT    PIC 9(7) VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

      *Fatura donemi secimi (bkz. ODEV005): bu gece kesilen
      *hesaplar, kesim gunu kosu gunune esit olanlar ve (kosu
      *ayin son gunuyse) kesim gunu bos/sifir olan eski
      *hesaplardir. Donem, bir onceki kesimin ertesi gunu ile
      *kosu gunu arasidir. Kosu gununun tamsayi karsiligi
      *WS-TODAY-INT'tedir.
       01 WS-CYCLE-FIELDS.
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
           OPEN INPUT  JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV014: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT INT-TRAN.
           OPEN OUTPUT INT-RPT.
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
      *Donem her hesap icin kendi kesim gunune gore kurulur (iki
      *uc dahil); ay sonu doneminde bu tam takvim ayidir.
           PERFORM SET-CYCLE-DATES.
           OPEN EXTEND CYCLE-CTL.
           IF WS-CYC-STATUS = '00' OR WS-CYC-STATUS = '05'
               MOVE 'Y' TO WS-CYC-OK
           ELSE
               DISPLAY 'ODEV014: CYCLCTL OPEN FAILED STATUS '
                       WS-CYC-STATUS ' - CYCLE CONTROL NOT WRITTEN'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-REGISTER-HEADER.

      *Suruculugu ana dosya yapar (bkz. ODEV005). Donemi bu gece
      *kesilmeyen hesaplar ile kapali ve zarar yazilmis ('W')
      *hesaplar atlanir; zarar yazmadan sonra faiz islemez. Diger
      *her hesap icin donem tahakkuku hesaplanir.
       ACCRUE-INTEREST.
           PERFORM READ-MASTER
           PERFORM UNTIL MASTER-EOF = 'Y'
               PERFORM CHECK-ACCOUNT-CYCLE
               EVALUATE TRUE
                   WHEN WS-IN-CYCLE-SW NOT = 'Y'
                       ADD 1 TO WS-NOT-DUE-COUNT
                   WHEN ACCT-STATUS = 'C' OR ACCT-STATUS = 'W'
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN OTHER
                       PERFORM ACCRUE-ONE-ACCOUNT
               END-EVALUATE
               PERFORM READ-MASTER
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE JRNL-HIST.
           CLOSE INT-TRAN.
           CLOSE INT-RPT.
           IF WS-CYC-OK = 'Y'
               CLOSE CYCLE-CTL
           END-IF.
           DISPLAY 'ODEV014: ACCTS CHARGED     - ' WS-CHARGED-COUNT.
           DISPLAY 'ODEV014: ACCTS SKIPPED     - ' WS-SKIPPED-COUNT.
           DISPLAY 'ODEV014: NOT IN CYCLE      - ' WS-NOT-DUE-COUNT.
           GOBACK.

      *ODEV009/ODEV011'in kontrol karti kaliplari: dosya
               AT END MOVE 'Y' TO RATE-EOF
           END-READ.

      *Tek bir hesabin donem tahakkuku. Acilis bakiyesi, hesabin
      *donem icindeki ilk hareketinin once-goruntusudur; hic
      *hareket yoksa kapanis bakiyesine esittir. Her hareket
      *toplama katilir; ayni gunun ardisik hareketlerinde yalnizca
      *gunun son bakiyesi kalir.
       ACCRUE-ONE-ACCOUNT.
           COMPUTE WS-CYCLE-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCT-START-DATE).
           COMPUTE WS-CYCLE-DAYS =
               WS-TODAY-INT - WS-CYCLE-START-INT + 1.
           PERFORM START-ACCOUNT-HISTORY
           MOVE ZERO TO WS-WEIGHTED-SUM.
           MOVE ZERO TO WS-AVG-BAL.
           MOVE ZERO TO WS-INT-CHARGE.
           MOVE WS-CYCLE-START-INT TO WS-LAST-DAY-INT.
           IF HIST-END-SW NOT = 'Y'
               MOVE WS-HELD-BAL-BEFORE TO WS-CURR-BAL
           ELSE
               MOVE ACCT-BALANCE TO WS-CURR-BAL
           END-IF
           PERFORM UNTIL HIST-END-SW = 'Y'
               COMPUTE WS-SEG-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HELD-RUN-DATE)
               IF WS-SEG-DAY-INT > WS-LAST-DAY-INT
                   MOVE WS-SEG-DAY-INT TO WS-LAST-DAY-INT
               END-IF
               MOVE WS-HELD-BAL-AFTER TO WS-CURR-BAL
               PERFORM READ-HISTORY
           END-PERFORM
           COMPUTE WS-SEG-DAYS = WS-TODAY-INT - WS-LAST-DAY-INT + 1
           IF WS-CURR-BAL > ZERO AND WS-SEG-DAYS > ZERO
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
           IF WS-CYC-OK = 'Y'
               PERFORM WRITE-CYCLE-CONTROL
           END-IF.

       WRITE-CYCLE-CONTROL.
           MOVE SPACES             TO CYCLE-CTL-REC.
           MOVE WS-RUN-DATE-RAW    TO CYC-RUN-DATE.
           MOVE WS-ACCT-CYCLE      TO CYC-CYCLE-DAY.
           MOVE 'ODEV014'          TO CYC-PROGRAM.
           MOVE ACCT-NO            TO CYC-ACCT-NO.
           MOVE WS-AVG-BAL         TO CYC-AMOUNT-1.
           MOVE WS-INT-CHARGE      TO CYC-AMOUNT-2.
           WRITE CYCLE-CTL-REC.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'ODEV014: CYCLCTL WRITE ERROR STATUS '
                       WS-CYC-STATUS ' FOR ACCT ' ACCT-NO
               MOVE SPACE TO WS-CYC-OK
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *Ortalama bakiyenin sigdigi ilk bandin orani uygulanir;
      *sinir sifir olan bant aciktir ve her bakiyeyi kabul eder.
           ADD WS-INT-CHARGE TO WS-INT-TOTAL.
           PERFORM WRITE-REGISTER-DETAIL.

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
                   DISPLAY 'ODEV014: JRNLHIST READ ERROR STATUS '
                           WS-HIST-STATUS
                   MOVE 'Y' TO HIST-END-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF HIST-END-SW NOT = 'Y'
               IF HIST-ACCT-NO NOT = ACCT-NO
                  OR HIST-RUN-DATE > WS-RUN-DATE-RAW
                   MOVE 'Y' TO HIST-END-SW
               ELSE
                   MOVE HIST-ACCT-NO    TO WS-HELD-ACCT-NO
                   MOVE HIST-RUN-DATE   TO WS-HELD-RUN-DATE
                   MOVE HIST-BAL-BEFORE TO WS-HELD-BAL-BEFORE
                   MOVE HIST-BAL-AFTER  TO WS-HELD-BAL-AFTER
               END-IF
           END-IF.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
           MOVE SPACES TO INT-HEADER-2.
           MOVE 'RUN DATE: '        TO IH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO IH2-RUN-DATE.
           MOVE '   CYCLE DAY: '    TO IH2-DAYS-LABEL.
           MOVE WS-RUN-DD           TO IH2-DAYS.
           WRITE INT-HEADER-2 AFTER ADVANCING 2.
           MOVE SPACES     TO INT-HEADER-3.
           MOVE 'ACCT NO'  TO IH3-COL1.
           MOVE WS-CHARGED-COUNT  TO IT-COUNT-O.
           MOVE WS-INT-TOTAL      TO IT-TOTAL-O.
           WRITE INT-TOTAL-REC AFTER ADVANCING 2.

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
