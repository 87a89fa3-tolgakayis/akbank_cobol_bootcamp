       PROGRAM-ID.    ODEV005.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Fatura donemi musteri ekstresi (statement) kosusu; her
      * gece calisir ve yalnizca donemi o gun kesilen hesaplara
      * (ACCT-CYCLE-DAY kosu gunune esit olanlar; ay sonunda
      * kesim gunu bos eski hesaplar) ekstre basar. Donemin
      * hareketleri her hesap icin JRNLHIST hareket tarihcesinden
      * (bkz. ODEV036) hesap ve donem araligiyla dogrudan okunur;
      * defter kusaklari birlestirilip yeniden siralanmaz.
      * Program her hesap icin bir sayfa ekstre basar: posta
      * basligi olarak musteri adi ve CLIENT-ADDR blogu, donem
      * araligi, donem basi acilis bakiyesi, donemin islenmis
      * hareketleri tarih sirasinda yuruyen bakiyeyle ve
      * kapanis bakiyesi. Her ekstre CYCLCTL donem kesim kontrol
      * dosyasina islenir (bkz. ODEV032).
      * Bakiyesi sifir olan kapali ('C') hesaplara ekstre
      * basilmaz; olu hesaplara posta masrafi odenmesin. Zarar
      * yazilmis ('W') hesaplara da ekstre basilmaz; bu hesaplar
      * tahsilat surecindedir (bkz. ODEV026). Acik itirazdaki
      * (DISPMST, bkz. ODEV030) hareketlerin altina itiraz edilen
      * tutarla birlikte 'inceleniyor' satiri basilir.
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
           SELECT OPTIONAL DISP-MST ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT STMT-FILE  ASSIGN TO STMTFILE.
           SELECT OPTIONAL CYCLE-CTL ASSIGN TO CYCLCTL
               FILE STATUS IS WS-CYC-STATUS.
      *Tarihce hesap/tarih/sira anahtarlidir; ana dosya hesap
      *sirasinda okunurken her hesabin donem hareketleri tarih
      *sirasinda START + READ NEXT ile gelir.
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

      *Itiraz ana kaydi (bkz. ODEV030); anahtar defter kalemidir.
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

      *Donem kesim kontrol kaydi (bkz. ODEV032): ekstrede tutar 1
      *acilis, tutar 2 kapanis bakiyesidir.
       FD  CYCLE-CTL RECORDING MODE F.
       01  CYCLE-CTL-REC.
           05  CYC-RUN-DATE       PIC 9(8).
           05  CYC-CYCLE-DAY      PIC 9(2).
           05  CYC-PROGRAM        PIC X(8).
           05  CYC-ACCT-NO        PIC X(8).
           05  CYC-AMOUNT-1       PIC S9(7)V99 COMP-3.
           05  CYC-AMOUNT-2       PIC S9(7)V99 COMP-3.
           05  CYC-BUCKET         PIC X(1).

      *Ekstre satirlari; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
           05  SC-LABEL           PIC X(9).
           05  SC-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(63).
       01  STMT-PERIOD-REC.
           05  SP-LABEL           PIC X(8).
           05  SP-FROM-DATE       PIC X(10).
           05  SP-TO-LABEL        PIC X(4).
           05  SP-TO-DATE         PIC X(10).
           05  FILLER             PIC X(48).
       01  STMT-BAL-REC.
           05  SB-LABEL           PIC X(18).
           05  SB-AMOUNT          PIC $$,$$$,$$9.99-.
           05  FILLER             PIC X(3).
           05  SD-BALANCE         PIC $$,$$$,$$9.99-.
           05  FILLER             PIC X(6).
      *Itiraz satiri, aciklama ve tutar sutunlarinin altina denk
      *gelir.
       01  STMT-DISPUTE-REC.
           05  FILLER             PIC X(17).
           05  SX-LABEL           PIC X(25).
           05  FILLER             PIC X(2).
           05  SX-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(23).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 HIST-END-SW       PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-DISP-STATUS      PIC XX VALUE SPACES.
       01 WS-DISP-STATUS-R    REDEFINES WS-DISP-STATUS.
         05 WS-DISP-STATUS-1  PIC X.
         05 FILLER            PIC X.
       01 WS-DISP-OK          PIC X  VALUE SPACE.
       01 WS-CYC-STATUS       PIC XX VALUE SPACES.
       01 WS-CYC-OK           PIC X  VALUE SPACE.

      *Tarihceden okunan hareket icin bekletme alani: ekstre
      *dongusu kaydi basmadan once bir sonrakini onden okur.
       01 WS-HELD-JRNL.
         05 WS-HELD-ACCT-NO     PIC X(8).
         05 WS-HELD-RUN-DATE    PIC 9(8).
            10 WS-HELD-YYYY     PIC 9(4).
            10 WS-HELD-MM       PIC 9(2).
            10 WS-HELD-DD       PIC 9(2).
         05 WS-HELD-SEQ         PIC 9(7).
         05 WS-HELD-TRAN-TYPE   PIC X(1).
         05 WS-HELD-TRAN-AMOUNT PIC S9(7)V99 COMP-3.
         05 WS-HELD-BAL-BEFORE  PIC S9(7)V99 COMP-3.
       01 WS-COUNTERS.
         05 WS-STMT-COUNT       PIC 9(7) VALUE 0.
         05 WS-SKIPPED-COUNT    PIC 9(7) VALUE 0.
         05 WS-DISPUTED-COUNT   PIC 9(7) VALUE 0.
         05 WS-NOT-DUE-COUNT    PIC 9(7) VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-DISPLAY PIC X(10).
         05 WS-TRAN-DATE-DISPLAY PIC X(10).

      *Fatura donemi secimi: bu gece kesilen hesaplar, kesim gunu
      *kosu gunune esit olanlar ve (kosu ayin son gunuyse) kesim
      *gunu bos/sifir olan eski hesaplardir. Donem, bir onceki
      *kesimin ertesi gunu ile kosu gunu arasidir: gunlu donemde
      *gecen ayin ayni gununun ertesi, ay sonu doneminde ayin
      *birinci gunu.
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
           OPEN INPUT  JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV005: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT STMT-FILE.
      *Itiraz dosyasi acilamazsa ekstreler yine basilir ama
      *itiraz isaretleri eksik kalacagindan kosu 4 ile uyarilir.
           OPEN INPUT  DISP-MST.
           IF WS-DISP-STATUS = '00' OR WS-DISP-STATUS = '97'
              OR WS-DISP-STATUS = '05'
               MOVE 'Y' TO WS-DISP-OK
           ELSE
               DISPLAY 'ODEV005: DISPMST OPEN FAILED STATUS '
                       WS-DISP-STATUS ' - DISPUTES NOT MARKED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM SET-CYCLE-DATES.
      *Kontrol dosyasi yazilamazsa ekstreler yine basilir; donem
      *kesim raporu eksik kalacagindan kosu 4 ile uyarilir.
           OPEN EXTEND CYCLE-CTL.
           IF WS-CYC-STATUS = '00' OR WS-CYC-STATUS = '05'
               MOVE 'Y' TO WS-CYC-OK
           ELSE
               DISPLAY 'ODEV005: CYCLCTL OPEN FAILED STATUS '
                       WS-CYC-STATUS ' - CYCLE CONTROL NOT WRITTEN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *Suruculugu ana dosya yapar. Her ana dosya kaydi icin
      *(donemi bu gece kesilmeyenler ve olu hesaplar atlanarak)
      *bir ekstre sayfasi basilir.
       PRINT-STATEMENTS.
           PERFORM READ-MASTER
           PERFORM UNTIL MASTER-EOF = 'Y'
               PERFORM CHECK-ACCOUNT-CYCLE
               EVALUATE TRUE
                   WHEN WS-IN-CYCLE-SW NOT = 'Y'
                       ADD 1 TO WS-NOT-DUE-COUNT
                   WHEN (ACCT-STATUS = 'C' AND ACCT-BALANCE = ZERO)
                        OR ACCT-STATUS = 'W'
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN OTHER
                       PERFORM PRINT-ONE-STATEMENT
               END-EVALUATE
               PERFORM READ-MASTER
           END-PERFORM
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE JRNL-HIST.
           CLOSE STMT-FILE.
           IF WS-DISP-OK = 'Y'
               CLOSE DISP-MST
           END-IF.
           IF WS-CYC-OK = 'Y'
               CLOSE CYCLE-CTL
           END-IF.
           DISPLAY 'ODEV005: STATEMENTS PRINTED - ' WS-STMT-COUNT.
           DISPLAY 'ODEV005: ACCOUNTS SKIPPED   - ' WS-SKIPPED-COUNT.
           DISPLAY 'ODEV005: NOT IN CYCLE       - ' WS-NOT-DUE-COUNT.
           DISPLAY 'ODEV005: DISPUTED ITEMS     - ' WS-DISPUTED-COUNT.
           GOBACK.

      *Tek bir hesabin ekstre sayfasi: posta basligi, acilis
      *bakiyesi, tarih sirasinda hareketler ve kapanis bakiyesi.
      *Acilis bakiyesi, hesabin donem icindeki ilk hareketinin
      *once-goruntusudur; hic hareket yoksa kapanis bakiyesine
      *esittir.
       PRINT-ONE-STATEMENT.
           PERFORM START-ACCOUNT-HISTORY
           IF HIST-END-SW NOT = 'Y'
               MOVE WS-HELD-BAL-BEFORE TO WS-OPENING-BALANCE
           ELSE
               MOVE ACCT-BALANCE TO WS-OPENING-BALANCE
           END-IF
           PERFORM PRINT-STATEMENT-HEADER
           PERFORM UNTIL HIST-END-SW = 'Y'
               PERFORM PRINT-DETAIL-LINE
               PERFORM READ-HISTORY
           END-PERFORM
           MOVE SPACES            TO STMT-BAL-REC
           MOVE 'CLOSING BALANCE:' TO SB-LABEL
           MOVE ACCT-BALANCE      TO SB-AMOUNT
           WRITE STMT-BAL-REC AFTER ADVANCING 2
           ADD 1 TO WS-STMT-COUNT
           IF WS-CYC-OK = 'Y'
               PERFORM WRITE-CYCLE-CONTROL
           END-IF.

       WRITE-CYCLE-CONTROL.
           MOVE SPACES             TO CYCLE-CTL-REC.
           MOVE WS-RUN-DATE-RAW    TO CYC-RUN-DATE.
           MOVE WS-ACCT-CYCLE      TO CYC-CYCLE-DAY.
           MOVE 'ODEV005'          TO CYC-PROGRAM.
           MOVE ACCT-NO            TO CYC-ACCT-NO.
           MOVE WS-OPENING-BALANCE TO CYC-AMOUNT-1.
           MOVE ACCT-BALANCE       TO CYC-AMOUNT-2.
           WRITE CYCLE-CTL-REC.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'ODEV005: CYCLCTL WRITE ERROR STATUS '
                       WS-CYC-STATUS ' FOR ACCT ' ACCT-NO
               MOVE SPACE TO WS-CYC-OK
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PRINT-STATEMENT-HEADER.
           MOVE SPACES              TO STMT-TITLE-REC.
           MOVE 'ACCOUNT: '  TO SC-LABEL.
           MOVE ACCT-NO      TO SC-ACCT-NO.
           WRITE STMT-ACCT-REC AFTER ADVANCING 2.
           MOVE WS-ACCT-START-DATE TO WS-WORK-DATE.
           MOVE SPACES       TO STMT-PERIOD-REC.
           MOVE 'PERIOD: '   TO SP-LABEL.
           STRING WS-WORK-MM DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-WORK-DD DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  WS-WORK-YYYY DELIMITED BY SIZE
             INTO SP-FROM-DATE
           END-STRING.
           MOVE ' TO '       TO SP-TO-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO SP-TO-DATE.
           WRITE STMT-PERIOD-REC AFTER ADVANCING 1.
           MOVE SPACES              TO STMT-BAL-REC.
           MOVE 'OPENING BALANCE:'  TO SB-LABEL.
           MOVE WS-OPENING-BALANCE  TO SB-AMOUNT.
           MOVE WS-HELD-TRAN-AMOUNT TO SD-AMOUNT.
           MOVE WS-HELD-BAL-AFTER   TO SD-BALANCE.
           WRITE STMT-DETAIL-REC AFTER ADVANCING 1.
           IF WS-DISP-OK = 'Y'
               PERFORM PRINT-DISPUTE-LINE
           END-IF.

      *Kalem acik bir itirazdaysa altina itiraz edilen tutar
      *basilir; sonuclanmis itirazlar isaretlenmez (alacak
      *verildiyse kendi hareketi olarak gorunur).
       PRINT-DISPUTE-LINE.
           MOVE WS-HELD-ACCT-NO  TO DSP-ACCT-NO.
           MOVE WS-HELD-SEQ      TO DSP-JRNL-SEQ.
           MOVE WS-HELD-RUN-DATE TO DSP-RUN-DATE.
           READ DISP-MST
               INVALID KEY
                   MOVE SPACE TO DSP-STATUS
           END-READ.
           IF WS-DISP-STATUS NOT = '00'
              AND WS-DISP-STATUS-1 NOT = '2'
               DISPLAY 'ODEV005: DISPMST READ ERROR STATUS '
                       WS-DISP-STATUS ' FOR ACCT ' WS-HELD-ACCT-NO
               MOVE SPACE TO DSP-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF DSP-STATUS = 'O'
               MOVE SPACES       TO STMT-DISPUTE-REC
               MOVE 'DISPUTED - UNDER REVIEW' TO SX-LABEL
               MOVE DSP-AMOUNT   TO SX-AMOUNT
               WRITE STMT-DISPUTE-REC AFTER ADVANCING 1
               ADD 1 TO WS-DISPUTED-COUNT
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
                   DISPLAY 'ODEV005: JRNLHIST READ ERROR STATUS '
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
                   MOVE HIST-ACCT-NO     TO WS-HELD-ACCT-NO
                   MOVE HIST-RUN-DATE    TO WS-HELD-RUN-DATE
                   MOVE HIST-SEQ         TO WS-HELD-SEQ
                   MOVE HIST-TRAN-TYPE   TO WS-HELD-TRAN-TYPE
                   MOVE HIST-TRAN-AMOUNT TO WS-HELD-TRAN-AMOUNT
                   MOVE HIST-BAL-BEFORE  TO WS-HELD-BAL-BEFORE
                   MOVE HIST-BAL-AFTER   TO WS-HELD-BAL-AFTER
                   MOVE HIST-TRAN-CODE   TO WS-HELD-TRAN-CODE
                   MOVE HIST-TRAN-DESC   TO WS-HELD-TRAN-DESC
               END-IF
           END-IF.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
               MOVE 'Y' TO MASTER-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

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
