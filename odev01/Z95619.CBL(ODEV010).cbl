      * Eyalet sayisi onceden bilinemeyeceginden cikti tek
      * dosyadir; kayitlar eyalet sirali geldigi ve eyaleti
      * tasidigi icin bildirim hazirligi eyalet eyalet kesilir.
      * Hesap ancak ODEV035'in bu hareketsizlik donemi icin
      * musteriye on bildirim (due-diligence) mektubu gonderdigi
      * NTCHIST'te kayitliysa (hesap / 'DM' / son hareket tarihi)
      * cikarilir; mektubu olmayan hesap bekletilir, ESCHRPT'de
      * listelenir ve kosu RC 4 ile biter. Mektup, musteriye
      * bekleme suresi (CTLCARD kolon 1-3, verilmezse ODEV035'in
      * 60 gunluk on bildirim suresi) taninmadan gonderilmisse
      * hesap cikarilmaz; 'NOTICE TOO RECENT' olarak ayrica
      * listelenir ve sure doldugunda sonraki kosuda cikarilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL NTC-HIST ASSIGN TO NTCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-NHIST-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ESCH-EXT   ASSIGN TO ESCHEXT.
           SELECT ESCH-RPT   ASSIGN TO ESCHRPT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
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

      *Bildirim tarihcesi (bkz. ODEV035).
       FD  NTC-HIST.
       01  NTC-HIST-REC.
           05  NH-KEY.
               10  NH-ACCT-NO     PIC X(8).
               10  NH-TYPE        PIC X(2).
               10  NH-EVENT-DATE  PIC 9(8).
           05  NH-SENT-DATE       PIC 9(8).
           05  NH-DETAIL          PIC X(30).

      *Kontrol karti: mektup ile cikarim arasinda beklenecek gun
      *sayisi (kolon 1-3). Ornegin '060'.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-WAIT-DAYS      PIC 9(3).

      *Cikarim kaydi eyaleti basta tasir; ayni eyaletin kayitlari
      *bitisik yazildigindan bildirim dosyalari eyalet kirilimiyla
      *kesilebilir.
           05  FILLER             PIC X(3).
           05  ES-TOTAL-O         PIC $$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(36).
       01  ESH-HELD-REC.
           05  EHD-ACCT-NO-O      PIC X(8).
           05  FILLER             PIC X(2).
           05  EHD-LAST-NAME-O    PIC X(20).
           05  FILLER             PIC X(2).
           05  EHD-LAST-ACT-O     PIC 9(6).
           05  FILLER             PIC X(2).
           05  EHD-BALANCE-O      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  EHD-REASON-O       PIC X(17).
           05  FILLER             PIC X(8).
       01  ESH-TOTAL-REC.
           05  ET-LABEL           PIC X(17).
           05  ET-COUNT-O         PIC ZZZ,ZZ9.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 SORT-EOF-SW       PIC X VALUE SPACE.
      *WS-NOTICE-SENT-SW: 'Y' mektup gitmis ve bekleme suresi
      *dolmus, 'R' mektup bekleme suresi icinde gitmis, bosluk
      *mektup yok.
         05 WS-NOTICE-SENT-SW PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-NHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

      *Bekleme suresi; kart verilmezse ODEV035'in on bildirim
      *suresi (60 gun). Gonderim tarihi WS-WAIT-CUT-INT'ten sonra
      *olan mektup henuz yenidir.
       01 WS-WAIT-RULES.
         05 WS-WAIT-DAYS        PIC 9(3) VALUE 60.
         05 WS-WAIT-CUT-INT     PIC S9(9) COMP VALUE 0.
         05 WS-SENT-INT         PIC S9(9) COMP VALUE 0.

      *Bildirim mektubu bulunmadigi icin bekletilen hesaplar ve
      *mektubu bekleme suresi icinde gitmis (henuz yeni) hesaplar.
       01 WS-HELD-TOTALS.
         05 WS-HELD-COUNT       PIC 9(7)  VALUE 0.
         05 WS-HELD-BAL-TOT     PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-RECENT-COUNT     PIC 9(7)  VALUE 0.
         05 WS-RECENT-BAL-TOT   PIC S9(9)V99 COMP-3 VALUE 0.

      *Eyalet kirilimi ara toplamlari (bkz. ODEV001'in
      *STATE-CONTROL-BREAK kalibi).

       PROCEDURE DIVISION.
       OPEN-FILES.
      *Tarihce ilk kosuda yoksa ('05') tum hesaplar bekletilir.
           OPEN INPUT NTC-HIST.
           IF WS-NHIST-STATUS NOT = '00' AND WS-NHIST-STATUS NOT = '97'
              AND WS-NHIST-STATUS NOT = '05'
               DISPLAY 'ODEV010: NTCHIST OPEN FAILED STATUS '
                       WS-NHIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ESCH-EXT.
           OPEN OUTPUT ESCH-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM READ-CONTROL-CARD.
           COMPUTE WS-WAIT-CUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW)
               - WS-WAIT-DAYS.
           PERFORM WRITE-REPORT-HEADER.

       EXTRACT-DORMANT.
               PERFORM WRITE-STATE-SUMMARY
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           IF WS-HELD-COUNT > 0
               PERFORM WRITE-HELD-TOTAL
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-RECENT-COUNT > 0
               PERFORM WRITE-RECENT-TOTAL
           END-IF
           .

       CLOSE-STOP.
           CLOSE NTC-HIST.
           CLOSE ESCH-EXT.
           CLOSE ESCH-RPT.
           DISPLAY 'ODEV010: ACCTS EXTRACTED   - ' WS-TOTAL-COUNT.
           DISPLAY 'ODEV010: HELD - NO NOTICE  - ' WS-HELD-COUNT.
           DISPLAY 'ODEV010: HELD - TOO RECENT - ' WS-RECENT-COUNT.
           GOBACK.

      *SORT'un girdi tarafi: ana dosyayi anahtar sirasinda okur,
           PERFORM READ-MASTER
           PERFORM UNTIL MASTER-EOF = 'Y'
               IF ACCT-STATUS = 'D' AND ACCT-BALANCE > ZERO
                   PERFORM CHECK-NOTICE-SENT
               END-IF
               IF ACCT-STATUS = 'D' AND ACCT-BALANCE > ZERO
                  AND WS-NOTICE-SENT-SW = 'Y'
                   MOVE USA-STATE          TO SRT-USA-STATE
                   MOVE ACCT-NO            TO SRT-ACCT-NO
                   MOVE LAST-NAME          TO SRT-LAST-NAME
           END-PERFORM
           CLOSE ACCT-REC.

      *Son hareket tarihiyle anahtarlanan 'DM' kaydi bu hareketsizlik
      *donemi icin mektubun gittigini gosterir. Tarihi olmayan
      *hesaba ODEV035 mektup uretmez; bunlar da bekletilir. Ilk
      *bekletilen hesaptan once liste basligi basilir.
       CHECK-NOTICE-SENT.
           MOVE SPACE TO WS-NOTICE-SENT-SW.
           IF LAST-ACTIVITY-DATE NUMERIC AND LAST-ACTIVITY-DATE > ZERO
               MOVE ACCT-NO  TO NH-ACCT-NO
               MOVE 'DM'     TO NH-TYPE
               COMPUTE NH-EVENT-DATE = 20000000 + LAST-ACTIVITY-DATE
               READ NTC-HIST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM CHECK-NOTICE-AGE
               END-READ
               IF WS-NHIST-STATUS NOT = '00'
                  AND WS-NHIST-STATUS NOT = '23'
                  AND WS-NHIST-STATUS NOT = '35'
                   DISPLAY 'ODEV010: NTCHIST READ ERROR STATUS '
                           WS-NHIST-STATUS ' FOR ACCT ' ACCT-NO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-NOTICE-SENT-SW NOT = 'Y'
               IF WS-HELD-COUNT = 0 AND WS-RECENT-COUNT = 0
                   MOVE SPACES TO ESCH-RPT-REC
                   MOVE
                     'HELD - DUE-DILIGENCE NOTICE MISSING OR TOO RECENT'
                     TO ESCH-RPT-REC
                   WRITE ESCH-RPT-REC AFTER ADVANCING 2
               END-IF
               MOVE SPACES             TO ESH-HELD-REC
               MOVE ACCT-NO            TO EHD-ACCT-NO-O
               MOVE LAST-NAME          TO EHD-LAST-NAME-O
               MOVE LAST-ACTIVITY-DATE TO EHD-LAST-ACT-O
               MOVE ACCT-BALANCE       TO EHD-BALANCE-O
               IF WS-NOTICE-SENT-SW = 'R'
                   MOVE 'NOTICE TOO RECENT' TO EHD-REASON-O
                   ADD 1            TO WS-RECENT-COUNT
                   ADD ACCT-BALANCE TO WS-RECENT-BAL-TOT
               ELSE
                   MOVE 'NO NOTICE'    TO EHD-REASON-O
                   ADD 1            TO WS-HELD-COUNT
                   ADD ACCT-BALANCE TO WS-HELD-BAL-TOT
               END-IF
               WRITE ESH-HELD-REC AFTER ADVANCING 1
           END-IF.

      *Mektup ancak bekleme suresi kadar once gitmisse hesap
      *cikarilabilir. Gonderim tarihi bozuksa mektubun yasi
      *kanitlanamaz; hesap yeni mektup gibi bekletilir.
       CHECK-NOTICE-AGE.
           MOVE 'R' TO WS-NOTICE-SENT-SW.
           IF NH-SENT-DATE NUMERIC AND NH-SENT-DATE > 16010101
               COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE(NH-SENT-DATE)
               IF WS-SENT-INT NOT > WS-WAIT-CUT-INT
                   MOVE 'Y' TO WS-NOTICE-SENT-SW
               END-IF
           END-IF.

      *Kart yoksa ('35') ya da alan bos/sifirsa varsayilan bekleme
      *suresi kullanilir.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-WAIT-DAYS NUMERIC
                          AND CTL-WAIT-DAYS > 0
                           MOVE CTL-WAIT-DAYS TO WS-WAIT-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      *SORT'un cikti tarafi: eyalet sirali kayitlari cikarim
      *dosyasina yazar, eyalet degisiminde ozet satiri basar.
       WRITE-STATE-GROUPS.
           MOVE WS-TOTAL-COUNT    TO ET-COUNT-O.
           MOVE WS-GRAND-BAL-TOT  TO ET-TOTAL-O.
           WRITE ESH-TOTAL-REC AFTER ADVANCING 2.

       WRITE-HELD-TOTAL.
           MOVE SPACES            TO ESH-TOTAL-REC.
           MOVE 'HELD:          '  TO ET-LABEL.
           MOVE WS-HELD-COUNT     TO ET-COUNT-O.
           MOVE WS-HELD-BAL-TOT   TO ET-TOTAL-O.
           WRITE ESH-TOTAL-REC AFTER ADVANCING 1.

       WRITE-RECENT-TOTAL.
           MOVE SPACES            TO ESH-TOTAL-REC.
           MOVE 'TOO RECENT:    '  TO ET-LABEL.
           MOVE WS-RECENT-COUNT   TO ET-COUNT-O.
           MOVE WS-RECENT-BAL-TOT TO ET-TOTAL-O.
           WRITE ESH-TOTAL-REC AFTER ADVANCING 1.
