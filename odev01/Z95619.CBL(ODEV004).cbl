      * goruntusune geri dondurulur. Boylece ana dosyayi banttan
      * geri yukleyip gunlerce islemi yeniden kosma zorunlulugu
      * ortadan kalkar. Hangi gunun geri alinacagini, JRNLFILE
      * DD'sinin gosterildigi defter dosyasi belirler. Geri
      * alinan bir zarar yazma hareketi hesabin durumunu ve asgari
      * odemesini, ODEV002'nin o gun MSTAUDIT'e yazdigi once-
      * goruntulerinden zarar yazma oncesine dondurur; bu
      * degisiklikler de MSTAUDIT'e once/sonra olarak yazilir.
      * Gun ODEV036 ile JRNLHIST hareket tarihcesine yuklenmisse
      * geri alinan her hareket tarihceden de silinir; duzeltilmis
      * yeniden isleme ayni anahtarlarla yeniden yuklenebilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT JRNL-FILE  ASSIGN TO JRNLFILE.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL JRNL-HIST ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *Geri alma, ODEV002 ile ayni bicimde indeksli ana dosyaya
      *anahtarla erisir; yalnizca defterde gecen hesaplar okunup
      *REWRITE edilir. Defter kayitlari hesap numarasina gore,
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
           05  RC-LIST-TIME       PIC 9(6).
           05  RC-LIST-GRAND-BAL  PIC S9(9)V99 COMP-3.

      *Ana dosya degisiklik denetim kaydi (bkz. ODEV033): bakiye
      *disindaki her alan degisikligi icin once/sonra goruntusu.
      *Geri alma basinda once okunur (zarar yazma oncesi durum ve
      *asgari odeme), sonra EXTEND ile acilip bu kosunun
      *degisiklikleri eklenir.
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

      *Hesap hareket tarihcesi (bkz. ODEV036): gunluk defterlerin
      *hesap / kosu tarihi / JRNL-SEQ anahtarli kalici kopyasi.
      *Burada yalnizca geri alinan gunun anahtarlari silinir.
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

       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-SEQ            PIC 9(7).
           05  SRT-TRAN-TYPE      PIC X(1).
           05  SRT-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.
           05  SRT-BAL-BEFORE     PIC S9(7)V99 COMP-3.
           05  SRT-BAL-AFTER      PIC S9(7)V99 COMP-3.
           05  SRT-TRAN-CODE      PIC X(2).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 JRNL-EOF          PIC X VALUE SPACE.
         05 SORT-EOF-SW       PIC X VALUE SPACE.
         05 MAUD-EOF          PIC X VALUE SPACE.
         05 WS-MASTER-DIRTY   PIC X VALUE SPACE.
         05 WS-MASTER-FOUND   PIC X VALUE SPACE.
         05 WS-FATAL-SW       PIC X VALUE SPACE.
         05 WS-ACCT-STATUS-1  PIC X.
         05 FILLER            PIC X.
       01 WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
      *WS-HIST-OK: 'Y' tarihce acik, 'E' silme hatasindan sonra
      *durduruldu (dosya yine kapatilir).
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-OK          PIC X  VALUE SPACE.
       01 WS-CURR-ACCT-NO     PIC X(8) VALUE SPACES.
       01 WS-JRNL-DATE        PIC 9(8) VALUE 0.

      *Zarar yazma hareketi (bkz. ODEV026) geri alinirken hesap
      *'W' durumundan cikarilip zarar yazma oncesi durumuna ve
      *asgari odemesine dondurulur.
       01 WS-CHGOFF-CODE      PIC X(2) VALUE '07'.

      *ODEV002 zarar yazarken durumu 'W' yapar, asgari odemeyi
      *sifirlar; ikisinin de once-goruntusu o gunun MSTAUDIT
      *kayitlarindadir. Geri alinan gunun ODEV002 kayitlarindan
      *'W'ye gecen durum ve asgari odeme degisiklikleri hesap
      *bazinda bu tabloya alinir; ayni hesap icin birden cok kayit
      *varsa (yeniden isleme) sonuncusu gecerlidir. Asgari odeme
      *kaydi yoksa zarar yazma oncesi deger zaten sifirdir. Durum
      *goruntusu bulunamayan (denetim kutugu eksik ya da tablo
      *dolu) hesap 'A' yapilir ve elle inceleme icin konsola
      *yazilir.
       01 WS-CHGOFF-TABLE.
         05 WS-CO-MAX         PIC 9(3) COMP VALUE 200.
         05 WS-CO-COUNT       PIC 9(3) COMP VALUE 0.
         05 WS-CO-IX          PIC 9(3) COMP VALUE 0.
         05 WS-CO-HIT         PIC 9(3) COMP VALUE 0.
         05 WS-CO-FULL-SW     PIC X VALUE SPACE.
         05 WS-CO-ENTRY OCCURS 200.
            10 WS-CO-ACCT-NO  PIC X(8).
            10 WS-CO-STATUS-SW PIC X(1).
            10 WS-CO-STATUS   PIC X(1).
            10 WS-CO-MPD-SW   PIC X(1).
            10 WS-CO-MIN-PAY  PIC S9(7)V99 COMP-3.
       01 WS-CO-KEY           PIC X(8) VALUE SPACES.
       01 WS-CO-AMT-EDIT      PIC -(7)9.99.

      *Gercekten geri alinan hareketlerin net tutari (borclar
      *arti, alacaklar eksi) ve damga karsilastirma bilesikleri;
      *son listeleme geri alinan islemeyi gormusse listelemenin
       01 WS-POST-STAMP       PIC 9(15) COMP-3 VALUE 0.
       01 WS-LIST-STAMP       PIC 9(15) COMP-3 VALUE 0.

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
         05 WS-MAUD-PROGRAM     PIC X(8) VALUE 'ODEV004'.
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

       01 WS-COUNTERS.
         05 WS-REVERSED-COUNT PIC 9(7) VALUE 0.
         05 WS-RESTORED-COUNT PIC 9(7) VALUE 0.
         05 WS-UNMATCHED-COUNT PIC 9(7) VALUE 0.
         05 WS-HIST-DEL-COUNT PIC 9(7) VALUE 0.
         05 WS-REVIEW-COUNT   PIC 9(7) VALUE 0.

      *Ana dosya acilamazsa hicbir bakiye geri yuklenemeyecegi
      *icin kosu, kosu kontrol kaydina dokunmadan 8 donus koduyla
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM OPEN-HISTORY.

       BACKOUT-TRANSACTIONS.
           SORT SORT-WORK
      *gun yeniden islenmeden listeleme calismamalidir.
       CLOSE-STOP.
           CLOSE ACCT-REC.
           PERFORM CLOSE-MASTER-AUDIT.
           PERFORM CLOSE-HISTORY.
           PERFORM INVALIDATE-RUN-CONTROL.
           IF WS-FATAL-SW = 'Y'
               DISPLAY 'ODEV004: RUN INCOMPLETE - '
           DISPLAY 'ODEV004: TRANS REVERSED    - ' WS-REVERSED-COUNT.
           DISPLAY 'ODEV004: ACCTS RESTORED    - ' WS-RESTORED-COUNT.
           DISPLAY 'ODEV004: UNMATCHED JRNL    - ' WS-UNMATCHED-COUNT.
           DISPLAY 'ODEV004: MANUAL REVIEW     - ' WS-REVIEW-COUNT.
           GOBACK.

       RELEASE-JOURNAL-RECS.
               MOVE JRNL-TRAN-TYPE   TO SRT-TRAN-TYPE
               MOVE JRNL-TRAN-AMOUNT TO SRT-TRAN-AMOUNT
               MOVE JRNL-BAL-BEFORE  TO SRT-BAL-BEFORE
               MOVE JRNL-BAL-AFTER   TO SRT-BAL-AFTER
               MOVE JRNL-TRAN-CODE   TO SRT-TRAN-CODE
               RELEASE SORT-REC
               PERFORM READ-JOURNAL
           END-PERFORM
      *goruntusune cevirir; ayni hesabin ardisik kayitlarinda
      *son uygulanan (en kucuk JRNL-SEQ) gunun acilis bakiyesini
      *birakir. Kayit, bir sonraki hesaba gecmeden hemen once
      *tek REWRITE ile yazilir. Geri alinan gun ancak defter
      *okunduktan sonra bilindigi icin zarar yazma once-
      *goruntuleri ve denetim kutugunun EXTEND acilisi buradadir.
       RESTORE-BALANCES.
           PERFORM LOAD-CHGOFF-IMAGES.
           PERFORM OPEN-MASTER-AUDIT.
           PERFORM UNTIL SORT-EOF-SW = 'Y' OR WS-FATAL-SW = 'Y'
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO SORT-EOF-SW
           IF SRT-ACCT-NO NOT = WS-CURR-ACCT-NO
               PERFORM FETCH-MASTER
           END-IF
           PERFORM DELETE-HISTORY
           IF WS-MASTER-FOUND = 'Y'
               MOVE SRT-BAL-BEFORE TO ACCT-BALANCE
               MOVE 'Y' TO WS-MASTER-DIRTY
               ADD 1 TO WS-REVERSED-COUNT
      *Net tutar bakiyenin gercek hareketinden alinir: zarar
      *sonrasi tahsilat kayitlari bakiyeyi degistirmedigi icin
      *(once = sonra) listeleme toplamina etki etmez.
               COMPUTE WS-REVERSED-NET = WS-REVERSED-NET
                   + SRT-BAL-AFTER - SRT-BAL-BEFORE
               IF SRT-TRAN-CODE = WS-CHGOFF-CODE
                  AND ACCT-STATUS = 'W'
                   PERFORM RESTORE-CHARGED-OFF
               END-IF
           ELSE
               DISPLAY 'ODEV004: NO MASTER FOR JRNL ACCT ' SRT-ACCT-NO
               AT END MOVE 'Y' TO JRNL-EOF
           END-READ.

       RESTORE-CHARGED-OFF.
           MOVE SRT-ACCT-NO TO WS-CO-KEY.
           PERFORM FIND-CHGOFF-IMAGE.
           IF WS-CO-HIT > 0
               IF WS-CO-STATUS-SW (WS-CO-HIT) NOT = 'Y'
                   MOVE ZERO TO WS-CO-HIT
               END-IF
           END-IF.
           IF WS-CO-HIT > 0
               MOVE WS-CO-STATUS (WS-CO-HIT) TO ACCT-STATUS
               IF WS-CO-MPD-SW (WS-CO-HIT) = 'Y'
                   MOVE WS-CO-MIN-PAY (WS-CO-HIT) TO ACCT-MIN-PAY-DUE
               END-IF
           ELSE
               MOVE 'A' TO ACCT-STATUS
               DISPLAY 'ODEV004: NO PRE-CHARGE-OFF IMAGE FOR ACCT '
                       SRT-ACCT-NO ' - STATUS SET TO A, REVIEW '
                       'STATUS AND MIN-PAY-DUE'
               ADD 1 TO WS-REVIEW-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-CHGOFF-IMAGE.
           MOVE ZERO TO WS-CO-HIT.
           PERFORM VARYING WS-CO-IX FROM 1 BY 1
                   UNTIL WS-CO-IX > WS-CO-COUNT OR WS-CO-HIT > 0
               IF WS-CO-ACCT-NO (WS-CO-IX) = WS-CO-KEY
                   MOVE WS-CO-IX TO WS-CO-HIT
               END-IF
           END-PERFORM.

      *Denetim kutugu hic yoksa (OPTIONAL, '05') ya da
      *okunamiyorsa tablo bos kalir; zarar yazmasi geri alinan her
      *hesap elle inceleme icin yazilir.
       LOAD-CHGOFF-IMAGES.
           IF WS-JRNL-DATE NOT = 0
               OPEN INPUT MST-AUDIT
               IF WS-MAUD-STATUS = '00'
                   PERFORM READ-MASTER-AUDIT
                   PERFORM UNTIL MAUD-EOF = 'Y'
                       IF MAU-PROGRAM = 'ODEV002'
                          AND MAU-RUN-DATE = WS-JRNL-DATE
                           PERFORM KEEP-CHGOFF-IMAGE
                       END-IF
                       PERFORM READ-MASTER-AUDIT
                   END-PERFORM
                   CLOSE MST-AUDIT
               ELSE
                   IF WS-MAUD-STATUS = '05'
                       CLOSE MST-AUDIT
                   ELSE
                       DISPLAY 'ODEV004: MSTAUDIT READ OPEN FAILED '
                               'STATUS ' WS-MAUD-STATUS
                   END-IF
               END-IF
           END-IF.
           IF WS-CO-FULL-SW = 'Y'
               DISPLAY 'ODEV004: CHARGE-OFF IMAGE TABLE FULL'
           END-IF.

       KEEP-CHGOFF-IMAGE.
           MOVE ZERO TO WS-CO-HIT.
           IF (MAU-FIELD = 'STATUS' AND MAU-AFTER (1:1) = 'W')
              OR MAU-FIELD = 'MIN-PAY-DUE'
               MOVE MAU-ACCT-NO TO WS-CO-KEY
               PERFORM FIND-CHGOFF-IMAGE
               IF WS-CO-HIT = 0
                   IF WS-CO-COUNT < WS-CO-MAX
                       ADD 1 TO WS-CO-COUNT
                       MOVE WS-CO-COUNT TO WS-CO-HIT
                       MOVE MAU-ACCT-NO TO WS-CO-ACCT-NO (WS-CO-HIT)
                       MOVE SPACE TO WS-CO-STATUS-SW (WS-CO-HIT)
                                     WS-CO-MPD-SW (WS-CO-HIT)
                   ELSE
                       MOVE 'Y' TO WS-CO-FULL-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-CO-HIT > 0
               IF MAU-FIELD = 'STATUS'
                   MOVE 'Y' TO WS-CO-STATUS-SW (WS-CO-HIT)
                   MOVE MAU-BEFORE (1:1) TO WS-CO-STATUS (WS-CO-HIT)
               ELSE
                   MOVE 'Y' TO WS-CO-MPD-SW (WS-CO-HIT)
                   MOVE MAU-BEFORE (1:11) TO WS-CO-AMT-EDIT
                   MOVE WS-CO-AMT-EDIT TO WS-CO-MIN-PAY (WS-CO-HIT)
               END-IF
           END-IF.

       READ-MASTER-AUDIT.
           READ MST-AUDIT
               AT END MOVE 'Y' TO MAUD-EOF
           END-READ.
           IF MAUD-EOF NOT = 'Y' AND WS-MAUD-STATUS NOT = '00'
               DISPLAY 'ODEV004: MSTAUDIT READ ERROR STATUS '
                       WS-MAUD-STATUS
               MOVE 'Y' TO MAUD-EOF
           END-IF.

      *Bekleyen bir geri alma varsa onceki kaydi REWRITE ettikten
      *sonra siradaki hesabi anahtarla okur (bkz. ODEV002'nin
      *FETCH-MASTER'i; ayni birikimli REWRITE tekniği).
                   MOVE SPACE TO WS-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
                   PERFORM SAVE-MASTER-IMAGE
                   MOVE 'JOURNAL BACKOUT' TO WS-MAUD-REASON
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
              AND WS-ACCT-STATUS-1 NOT = '2'
               MOVE SPACE TO WS-MASTER-DIRTY
               IF WS-ACCT-STATUS = '00'
                   ADD 1 TO WS-RESTORED-COUNT
                   PERFORM AUDIT-MASTER-CHANGE
               ELSE
                   DISPLAY 'ODEV004: MASTER REWRITE ERROR STATUS '
                           WS-ACCT-STATUS ' FOR ACCT ' ACCT-NO
               END-READ
               CLOSE RUN-CTL
           END-IF.

      *Tarihce henuz yoksa OPTIONAL I-O acilisi bos dosya yaratir
      *ve silinecek kayit bulunmaz. Baska bir acilis ya da silme
      *hatasinda ana dosyanin geri alinmasi surer ama tarihcede
      *geri alinmis hareketler kalir; tarihce ana dosyayla
      *celistigi icin kosu 8 donus koduyla biter ve silme elle
      *tamamlanmalidir (ODEV036 duzeltilmis gunu yuklerken farkli
      *kalan kayitlari uyusmazlik olarak reddeder).
       OPEN-HISTORY.
           OPEN I-O JRNL-HIST.
           IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '97'
              OR WS-HIST-STATUS = '05'
               MOVE 'Y' TO WS-HIST-OK
           ELSE
               DISPLAY 'ODEV004: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS ' - HISTORY NOT BACKED OUT'
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-HISTORY.
           IF WS-HIST-OK = 'Y' OR WS-HIST-OK = 'E'
               CLOSE JRNL-HIST
           END-IF.
           DISPLAY 'ODEV004: HISTORY DELETED   - ' WS-HIST-DEL-COUNT.

      *Gun henuz yuklenmemisse anahtar bulunmaz ('23'); bu olagan
      *durumdur.
       DELETE-HISTORY.
           IF WS-HIST-OK = 'Y'
               MOVE SRT-ACCT-NO  TO HIST-ACCT-NO
               MOVE WS-JRNL-DATE TO HIST-RUN-DATE
               MOVE SRT-SEQ      TO HIST-SEQ
               DELETE JRNL-HIST RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               EVALUATE WS-HIST-STATUS
                   WHEN '00'
                       ADD 1 TO WS-HIST-DEL-COUNT
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ODEV004: JRNLHIST DELETE ERROR STATUS '
                               WS-HIST-STATUS ' FOR ACCT ' SRT-ACCT-NO
                               ' - HISTORY NOT BACKED OUT'
                       MOVE 'E' TO WS-HIST-OK
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
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
               DISPLAY 'ODEV004: MSTAUDIT OPEN FAILED STATUS '
                       WS-MAUD-STATUS ' - MASTER AUDIT NOT WRITTEN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-MASTER-AUDIT.
           IF WS-MAUD-OK = 'Y' OR WS-MAUD-OK = 'E'
               CLOSE MST-AUDIT
           END-IF.
           DISPLAY 'ODEV004: MASTER CHANGES    - ' WS-MAUD-COUNT.

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
                   DISPLAY 'ODEV004: MSTAUDIT WRITE ERROR STATUS '
                           WS-MAUD-STATUS ' FOR ACCT '
                           WS-BFR-ACCT-NO
                   MOVE 'E' TO WS-MAUD-OK
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
