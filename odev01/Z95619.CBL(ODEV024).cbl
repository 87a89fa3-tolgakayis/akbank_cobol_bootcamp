      *--------------------
      * Ay sonu portfoy ozeti. Ana dosyadan ACCT-STATUS bazinda
      * hesap sayilari ve bakiyeler, bakiye dagilim bantlari,
      * kullanim orani bantlari ve USA-STATE yogunlasmasi;
      * JRNLHIST tarihcesindeki bu ayin hareketlerinden isleme
      * hacmi ve ucret (kod sinifi 'F') hacmi cikarilir.
      * Olcumlerin ozeti TRENDFIL gezer dosyasina kompakt bir
      * anlik goruntu kaydi olarak eklenir ve rapor,
      * her olcuyu bir onceki ayin degeri ve farkiyla yan yana
      * basar; 'hareketsizlik buyuyor mu?' sorusu icin gecen ayin
      * ciktisini aramak gerekmez. Bant ve eyalet dagilimlari
      * anlik goruntuye sigmaz; onlar yalnizca icinde bulunulan
      * ay icin basilir. Zarar yazilmis ('W') hesaplar canli
      * alacak sayilmaz: durum, limit, gecikme, bant ve eyalet
      * olculerinin disinda tutulur; zarar yazma ve tahsilat
      * hacmiyle birlikte ayri bir bolumde, yine yalnizca bu ay
      * icin basilir. Canli hesaplarin bakiyesi fatura donemi
      * kesim gunune gore de (bkz. ODEV008/ODEV005) dagitilir;
      * kesim gunu olmayan eski hesaplar ay sonu doneminde
      * gosterilir.
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
           SELECT OPTIONAL TREND-FILE ASSIGN TO TRENDFIL
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
      *Her hesabin bu ayki araligi START ile dogrudan okunur.
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
       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 HIST-END-SW       PIC X VALUE SPACE.
         05 TCODE-EOF         PIC X VALUE SPACE.
         05 TREND-EOF         PIC X VALUE SPACE.
         05 WS-PRIOR-PRESENT  PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-TCODE-STATUS     PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-MONTH-START      PIC 9(8) VALUE 0.
       01 WS-TREND-STATUS     PIC XX VALUE SPACES.

      *Kod tablosundan yalnizca kod -> defter sinifi eslemesi
      *kullanilir ('F' = ucret hacmi, 'W' = zarar yazma, 'R' =
      *zarar sonrasi tahsilat).
       01 WS-TCODE-TABLE.
         05 WS-TC-MAX         PIC 9(3) COMP VALUE 20.
         05 WS-TC-COUNT       PIC 9(3) COMP VALUE 0.
         05 WS-PRI-FEE-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-PRI-DELQ-COUNT   PIC 9(7) VALUE 0.

      *Zarar yazma olculeri; anlik goruntu duzeni degismesin diye
      *TRENDFIL'e yazilmaz.
       01 WS-CHGOFF-MEASURES.
         05 WS-CUR-CHGOFF-CNT   PIC 9(7) VALUE 0.
         05 WS-CUR-WO-COUNT     PIC 9(7) VALUE 0.
         05 WS-CUR-WO-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-CUR-RECOV-COUNT  PIC 9(7) VALUE 0.
         05 WS-CUR-RECOV-AMT    PIC S9(11)V99 COMP-3 VALUE 0.

      *Olcum basma paragraflarinin gecici alanlari.
       01 WS-MEASURE-FIELDS.
         05 WS-M-LABEL        PIC X(22) VALUE SPACES.
         05 WS-BAND-IX        PIC 9(3) COMP VALUE 0.
         05 WS-UTIL-PCT       PIC 9(5)V99 VALUE 0.

      *Fatura donemi tablosu: 1. satir ay sonu donemi (kesim
      *gunu bos/sifir), 2-29. satirlar kesim gunu 01-28.
       01 WS-CYCLE-TABLE.
         05 WS-CY-IX          PIC 9(3) COMP VALUE 0.
         05 WS-CY-DAY         PIC 9(2) VALUE 0.
         05 WS-CY-ENTRY OCCURS 29.
            10 WS-CY-CNT      PIC 9(7).
            10 WS-CY-BAL      PIC S9(11)V99 COMP-3.
         05 WS-CY-TOT-CNT     PIC 9(7) VALUE 0.
         05 WS-CY-TOT-BAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CY-LABEL.
         05 FILLER            PIC X(10) VALUE 'CYCLE DAY '.
         05 WS-CY-LABEL-DAY   PIC 9(2).
         05 FILLER            PIC X(10) VALUE ':'.

      *Eyalet yogunlasma tablosu; ana dosya ACCT-NO sirasinda
      *okundugundan eyaletler burada biriktirilir.
       01 WS-STATE-TABLE.
       OPEN-FILES.
           PERFORM LOAD-TCODE-TABLE.
           PERFORM READ-PRIOR-SNAPSHOT.
           OPEN INPUT  JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV024: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PORT-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           COMPUTE WS-CUR-MONTH = WS-RUN-DATE-RAW / 100.
           COMPUTE WS-MONTH-START = WS-CUR-MONTH * 100 + 1.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE

       SUMMARIZE-PORTFOLIO.
           PERFORM SCAN-MASTER.
           PERFORM PRINT-STATUS-SECTION.
           PERFORM PRINT-VOLUME-SECTION.
           PERFORM PRINT-BAND-SECTION.
           PERFORM PRINT-STATE-SECTION.
           PERFORM PRINT-CYCLE-SECTION.
           PERFORM PRINT-CHGOFF-SECTION.
           PERFORM APPEND-SNAPSHOT
           .

                           WS-BB-BAL (WS-BAND-IX)
                           WS-UB-COUNT (WS-BAND-IX)
           END-PERFORM.
           PERFORM VARYING WS-CY-IX FROM 1 BY 1
                   UNTIL WS-CY-IX > 29
               MOVE ZERO TO WS-CY-CNT (WS-CY-IX)
                           WS-CY-BAL (WS-CY-IX)
           END-PERFORM.

       SCAN-MASTER.
           OPEN INPUT ACCT-REC.
           PERFORM READ-MASTER
           PERFORM UNTIL MASTER-EOF = 'Y'
               PERFORM TALLY-ONE-ACCOUNT
               PERFORM SCAN-ACCOUNT-HISTORY
               PERFORM READ-MASTER
           END-PERFORM
           CLOSE ACCT-REC.
           CLOSE JRNL-HIST.

      *Zarar yazilmis hesap yalnizca toplam hesap sayisina ve
      *kendi sayacina girer; bakiyesi zaten sifirlanmistir.
       TALLY-ONE-ACCOUNT.
           ADD 1 TO WS-CUR-TOTAL-ACCTS.
           IF ACCT-STATUS = 'W'
               ADD 1 TO WS-CUR-CHGOFF-CNT
           ELSE
               PERFORM TALLY-LIVE-ACCOUNT
           END-IF.

       TALLY-LIVE-ACCOUNT.
           ADD ACCT-BALANCE TO WS-CUR-TOTAL-BAL.
           ADD ACCT-LIMIT   TO WS-CUR-TOTAL-LIMIT.
           EVALUATE ACCT-STATUS
               PERFORM TALLY-UTIL-BAND
           END-IF
           PERFORM TALLY-STATE.
           PERFORM TALLY-CYCLE.

       TALLY-CYCLE.
           IF ACCT-CYCLE-DAY NUMERIC
              AND ACCT-CYCLE-DAY > ZERO
              AND ACCT-CYCLE-DAY <= 28
               COMPUTE WS-CY-IX = ACCT-CYCLE-DAY + 1
           ELSE
               MOVE 1 TO WS-CY-IX
           END-IF
           ADD 1            TO WS-CY-CNT (WS-CY-IX)
           ADD ACCT-BALANCE TO WS-CY-BAL (WS-CY-IX).

       TALLY-BALANCE-BAND.
           EVALUATE TRUE
               MOVE ACCT-BALANCE TO WS-ST-BAL (WS-ST-COUNT)
           END-IF.

      *Hesabin bu ayki hareketleri (ayin ilk gununden kosu gunune)
      *tarihceden dogrudan okunur; zarar yazilmis hesaplarinki de
      *zarar yazma ve tahsilat hacmine girer.
       SCAN-ACCOUNT-HISTORY.
           PERFORM START-ACCOUNT-HISTORY
           PERFORM UNTIL HIST-END-SW = 'Y'
               PERFORM SUMMARIZE-ONE-HISTORY
               PERFORM READ-HISTORY
           END-PERFORM.

       SUMMARIZE-ONE-HISTORY.
           ADD 1 TO WS-CUR-POST-COUNT.
           PERFORM LOOKUP-GL-CLASS.
      *Zarar sonrasi tahsilat bakiyeyi degistirmez; isleme netine
      *(bkz. ODEV002 RC-POSTED-NET) katilmaz.
           EVALUATE TRUE
               WHEN WS-CURR-CLASS = 'R'
                   CONTINUE
               WHEN HIST-TRAN-TYPE = 'D'
                   ADD HIST-TRAN-AMOUNT TO WS-CUR-POST-NET
               WHEN OTHER
                   SUBTRACT HIST-TRAN-AMOUNT FROM WS-CUR-POST-NET
           END-EVALUATE.
           EVALUATE WS-CURR-CLASS
               WHEN 'F'
                   ADD 1 TO WS-CUR-FEE-COUNT
                   ADD HIST-TRAN-AMOUNT TO WS-CUR-FEE-AMT
               WHEN 'W'
                   ADD 1 TO WS-CUR-WO-COUNT
                   ADD HIST-TRAN-AMOUNT TO WS-CUR-WO-AMT
               WHEN 'R'
                   ADD 1 TO WS-CUR-RECOV-COUNT
                   ADD HIST-TRAN-AMOUNT TO WS-CUR-RECOV-AMT
           END-EVALUATE.

       LOOKUP-GL-CLASS.
           MOVE 'O' TO WS-CURR-CLASS.
           PERFORM VARYING WS-TC-IX FROM 1 BY 1
                   UNTIL WS-TC-IX > WS-TC-COUNT
               IF HIST-TRAN-CODE = WS-TC-CODE (WS-TC-IX)
                   MOVE WS-TC-GL-CLASS (WS-TC-IX)
                     TO WS-CURR-CLASS
                   MOVE WS-TC-COUNT TO WS-TC-IX
               WRITE PRT-STATE-REC AFTER ADVANCING 1
           END-PERFORM.

      *Donem dagilimi de yalnizca bu ay icin basilir; bos
      *donemler atlanir, toplam satiri canli hesaplarin toplam
      *bakiyesine esittir.
       PRINT-CYCLE-SECTION.
           MOVE SPACES TO PRT-CAPTION-REC.
           MOVE 'BALANCE BY BILLING CYCLE' TO PC-CAPTION.
           WRITE PRT-CAPTION-REC AFTER ADVANCING 2.
           PERFORM VARYING WS-CY-IX FROM 1 BY 1
                   UNTIL WS-CY-IX > 29
               IF WS-CY-CNT (WS-CY-IX) > ZERO
                   MOVE SPACES TO PRT-BAND-REC
                   IF WS-CY-IX = 1
                       MOVE 'MONTH-END CYCLE:     ' TO PB-BAND-O
                   ELSE
                       COMPUTE WS-CY-DAY = WS-CY-IX - 1
                       MOVE WS-CY-DAY   TO WS-CY-LABEL-DAY
                       MOVE WS-CY-LABEL TO PB-BAND-O
                   END-IF
                   MOVE WS-CY-CNT (WS-CY-IX) TO PB-COUNT-O
                   MOVE WS-CY-BAL (WS-CY-IX) TO PB-BAL-O
                   WRITE PRT-BAND-REC AFTER ADVANCING 1
                   ADD WS-CY-CNT (WS-CY-IX) TO WS-CY-TOT-CNT
                   ADD WS-CY-BAL (WS-CY-IX) TO WS-CY-TOT-BAL
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRT-BAND-REC.
           MOVE 'ALL CYCLES:          ' TO PB-BAND-O.
           MOVE WS-CY-TOT-CNT TO PB-COUNT-O.
           MOVE WS-CY-TOT-BAL TO PB-BAL-O.
           WRITE PRT-BAND-REC AFTER ADVANCING 1.

      *Zarar yazma bolumu anlik goruntuye sigmadigindan bant
      *bolumleri gibi yalnizca bu ay icin basilir.
       PRINT-CHGOFF-SECTION.
           MOVE SPACES TO PRT-CAPTION-REC.
           MOVE 'CHARGE-OFF AND RECOVERY' TO PC-CAPTION.
           WRITE PRT-CAPTION-REC AFTER ADVANCING 2.
           MOVE SPACES TO PRT-BAND-REC.
           MOVE 'CHARGED-OFF ACCOUNTS:' TO PB-BAND-O.
           MOVE WS-CUR-CHGOFF-CNT  TO PB-COUNT-O.
           MOVE ZERO               TO PB-BAL-O.
           WRITE PRT-BAND-REC AFTER ADVANCING 1.
           MOVE SPACES TO PRT-BAND-REC.
           MOVE 'CHARGED OFF (MONTH):' TO PB-BAND-O.
           MOVE WS-CUR-WO-COUNT    TO PB-COUNT-O.
           MOVE WS-CUR-WO-AMT      TO PB-BAL-O.
           WRITE PRT-BAND-REC AFTER ADVANCING 1.
           MOVE SPACES TO PRT-BAND-REC.
           MOVE 'RECOVERIES (MONTH):  ' TO PB-BAND-O.
           MOVE WS-CUR-RECOV-COUNT TO PB-COUNT-O.
           MOVE WS-CUR-RECOV-AMT   TO PB-BAL-O.
           WRITE PRT-BAND-REC AFTER ADVANCING 1.

      *Bu ayin anlik goruntusu gezer dosyanin sonuna eklenir;
      *bir sonraki ay kosusu onceki ay degerlerini buradan alir.
       APPEND-SNAPSHOT.
               AT END MOVE 'Y' TO TCODE-EOF
           END-READ.

      *Hesabin ay basina konumlanir; okuma hesap degisince ya da
      *kosu gunu gecilince biter.
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
                   DISPLAY 'ODEV024: JRNLHIST READ ERROR STATUS '
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

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
