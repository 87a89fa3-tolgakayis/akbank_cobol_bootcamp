      * bir ACCT-NO istegi tasir (bkz. ODEV013'un kart kalibi).
      * Istenen her hesap icin canli ACCTIDX kaydi (ya da artik
      * yoksa bu durum), ODEV012'nin ARCHFILE arsivindeki TUM
      * goruntuler, JRNLHIST hareket tarihcesinde saklanan tum
      * defter hareketi (bkz. ODEV036), ODEV008'in MNTLOG denetim
      * kutugundeki bakim girisleri ve MSTAUDIT ana dosya
      * degisiklik denetimindeki alan degisiklikleri (bkz.
      * ODEV033) tek bir bicimli tarihce raporunda (HISTRPT)
      * hesap basina bir sayfa olarak birlestirilir. Satirlar
      * girdi tarafinda bicimlendirilip hesap/bolum/tarih/sira
      * anahtariyla siralanir; cikti tarafi yalnizca kirilimlari
      * canli ana dosyadan silinmis hesaplar dahil.
      * DIKKAT: kod/aciklama alanlari eklenmeden onceki 39
      * baytlik defter kusaklari ve 178 baytlik eski arsiv, once
      * ODEV025 ile yeni duzene cevrilmeden tarihceye yuklenemez
      * ya da ARCHFILE'a gosterilemez.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHFILE
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT JRNL-HIST  ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL MNT-LOG ASSIGN TO MNTLOG
               FILE STATUS IS WS-MLOG-STATUS.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT HIST-RPT   ASSIGN TO HISTRPT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
       DATA DIVISION.
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

               10  FILLER         PIC X(56).
           05  ARCH-DATE          PIC 9(8).

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

      *MLOG-CHECKER-ID, onayla uygulanan islemde onaylayan ikinci
      *kullanicidir (bkz. ODEV008); eski kayitlarda bostur.
       FD  MNT-LOG RECORDING MODE F.
       01  MLOG-REC.
           05  MLOG-ACCT-NO       PIC X(8).
           05  MLOG-ACTION        PIC X(1).
           05  MLOG-USER-ID       PIC X(8).
           05  MLOG-RESULT        PIC X(8).
           05  MLOG-REASON        PIC X(22).
           05  MLOG-CHECKER-ID    PIC X(8).

      *Ana dosya degisiklik denetim kaydi (bkz. ODEV033).
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

       FD  HIST-RPT RECORDING MODE F.
       01  HIST-RPT-REC           PIC X(80).
      *Satirlar girdi tarafinda bicimlenir ve sira anahtariyla
      *birlikte SORT'a salinir; ayni hesabin bolumleri 1 = canli
      *kayit, 2 = arsiv goruntuleri, 3 = defter hareketi, 4 =
      *bakim kutugu, 5 = ana dosya alan degisiklikleri sirasinda
      *doner.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-ACCT-NO        PIC X(8).
       01 FLAGS.
         05 CTL-EOF           PIC X VALUE SPACE.
         05 ARCH-EOF          PIC X VALUE SPACE.
         05 HIST-END-SW       PIC X VALUE SPACE.
         05 MLOG-EOF          PIC X VALUE SPACE.
         05 MAUD-EOF          PIC X VALUE SPACE.
         05 SORT-EOF-SW       PIC X VALUE SPACE.
         05 WS-REQ-MATCH-SW   PIC X VALUE SPACE.

       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
       01 WS-ARCH-STATUS      PIC XX VALUE SPACES.
       01 WS-MLOG-STATUS      PIC XX VALUE SPACES.
       01 WS-MAUD-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.

      *Istek tablosu (bkz. ODEV013): arsiv/kutuk tek gecilirken
      *her kayit bu tabloyla eslestirilir; tarihce ise her istek
      *icin anahtarla dogrudan okunur.
       01 WS-REQUEST-TABLE.
         05 WS-REQ-MAX        PIC 9(3) COMP VALUE 50.
         05 WS-REQ-COUNT      PIC 9(3) COMP VALUE 0.
         05 WL-RESULT         PIC X(8).
         05 FILLER            PIC X(2).
         05 WL-REASON         PIC X(30).
         05 FILLER            PIC X(1).
         05 WL-CHECKER-ID     PIC X(8).
         05 FILLER            PIC X(8).
      *Eski/yeni degerler ve neden satira sigacak kadar kisaltilir;
      *tam degerler ODEV033 raporundadir.
       01 WS-MAUD-LINE.
         05 WC-DATE           PIC 9(8).
         05 FILLER            PIC X(1).
         05 WC-PROGRAM        PIC X(8).
         05 FILLER            PIC X(1).
         05 WC-FIELD          PIC X(12).
         05 FILLER            PIC X(1).
         05 WC-BEFORE         PIC X(14).
         05 WC-ARROW          PIC X(3).
         05 WC-AFTER          PIC X(14).
         05 FILLER            PIC X(1).
         05 WC-REASON         PIC X(17).

      *Cikti tarafinin kirilim alanlari.
       01 BREAK-FIELDS.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV020: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               CLOSE ACCT-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CONTROL-CARD.
           OPEN OUTPUT HIST-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE JRNL-HIST.
           CLOSE CONTROL-CARD.
           CLOSE HIST-RPT.
           DISPLAY 'ODEV020: ACCTS REPORTED    - ' WS-REPORTED-COUNT.
                       WS-REQ-MAX ' CARDS PROCESSED'
           END-IF.

      *SORT'un girdi tarafi: once her istegin canli kaydi ve
      *tarihcedeki hareketleri, sonra arsiv ve kutukler tek
      *gecislerle taranip eslesen satirlar bicimlenmis olarak
      *salinir. Canli bolum
      *her istek icin en az bir satir urettiginden, hicbir yerde
      *izi olmayan hesap bile raporda gorunur.
       GATHER-HISTORY.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
               PERFORM RELEASE-MASTER-LINE
               PERFORM RELEASE-HISTORY-LINES
           END-PERFORM
           PERFORM SCAN-ARCHIVE
           PERFORM SCAN-MAINT-LOG
           PERFORM SCAN-MASTER-AUDIT.

       RELEASE-MASTER-LINE.
           MOVE WS-REQ-ACCT-NO (WS-REQ-IX) TO ACCT-NO.
           END-PERFORM
           CLOSE ARCH-FILE.

      *Hesabin saklanan tum hareketleri tarih/sira duzeninde
      *gelir; okuma hesap degisince biter.
       RELEASE-HISTORY-LINES.
           PERFORM START-ACCOUNT-HISTORY.
           PERFORM UNTIL HIST-END-SW = 'Y'
               MOVE SPACES           TO WS-JRNL-LINE
               MOVE HIST-RUN-DATE    TO WJ-DATE
               MOVE HIST-TRAN-TYPE   TO WJ-TYPE
               MOVE HIST-TRAN-CODE   TO WJ-CODE
               MOVE HIST-TRAN-DESC   TO WJ-DESC
               MOVE HIST-TRAN-AMOUNT TO WJ-AMOUNT
               MOVE HIST-BAL-AFTER   TO WJ-BAL-AFTER
               MOVE WS-JRNL-LINE     TO SRT-LINE
               MOVE HIST-ACCT-NO     TO SRT-ACCT-NO
               MOVE 3                TO SRT-SECTION
               MOVE HIST-RUN-DATE    TO SRT-DATE
               MOVE HIST-SEQ         TO SRT-SEQ
               RELEASE SORT-REC
               PERFORM READ-HISTORY
           END-PERFORM.

       SCAN-MAINT-LOG.
           OPEN INPUT MNT-LOG.
                   MOVE MLOG-USER-ID TO WL-USER-ID
                   MOVE MLOG-RESULT  TO WL-RESULT
                   MOVE MLOG-REASON  TO WL-REASON
                   MOVE MLOG-CHECKER-ID TO WL-CHECKER-ID
                   MOVE WS-MLOG-LINE TO SRT-LINE
                   MOVE 4            TO SRT-SECTION
                   MOVE MLOG-DATE    TO SRT-DATE
           END-PERFORM
           CLOSE MNT-LOG.

      *Ayni gunun degisiklikleri yazildiklari saate gore siralanir.
       SCAN-MASTER-AUDIT.
           OPEN INPUT MST-AUDIT.
           PERFORM READ-MASTER-AUDIT
           PERFORM UNTIL MAUD-EOF = 'Y'
               MOVE MAU-ACCT-NO TO SRT-ACCT-NO
               PERFORM MATCH-REQUEST
               IF WS-REQ-MATCH-SW = 'Y'
                   MOVE SPACES       TO WS-MAUD-LINE
                   MOVE MAU-RUN-DATE TO WC-DATE
                   MOVE MAU-PROGRAM  TO WC-PROGRAM
                   MOVE MAU-FIELD    TO WC-FIELD
                   MOVE MAU-BEFORE   TO WC-BEFORE
                   MOVE ' > '        TO WC-ARROW
                   MOVE MAU-AFTER    TO WC-AFTER
                   MOVE MAU-REASON   TO WC-REASON
                   MOVE WS-MAUD-LINE TO SRT-LINE
                   MOVE 5            TO SRT-SECTION
                   MOVE MAU-RUN-DATE TO SRT-DATE
                   MOVE MAU-RUN-TIME TO SRT-SEQ
                   RELEASE SORT-REC
               END-IF
               PERFORM READ-MASTER-AUDIT
           END-PERFORM
           CLOSE MST-AUDIT.

       MATCH-REQUEST.
           MOVE SPACE TO WS-REQ-MATCH-SW.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               WHEN 2 MOVE 'ARCHIVE IMAGES'   TO HS-CAPTION
               WHEN 3 MOVE 'JOURNAL ACTIVITY' TO HS-CAPTION
               WHEN 4 MOVE 'MAINTENANCE LOG'  TO HS-CAPTION
               WHEN 5 MOVE 'MASTER CHANGES'   TO HS-CAPTION
           END-EVALUATE
           WRITE HST-SECTION-REC AFTER ADVANCING 2.

               MOVE 8 TO RETURN-CODE
           END-IF.

       START-ACCOUNT-HISTORY.
           MOVE SPACE              TO HIST-END-SW.
           MOVE WS-REQ-ACCT-NO (WS-REQ-IX) TO HIST-ACCT-NO.
           MOVE ZERO               TO HIST-RUN-DATE HIST-SEQ.
           START JRNL-HIST KEY >= HIST-KEY
               INVALID KEY MOVE 'Y' TO HIST-END-SW
           END-START.
           PERFORM READ-HISTORY.

       READ-HISTORY.
           IF HIST-END-SW NOT = 'Y'
               READ JRNL-HIST NEXT RECORD
                   AT END MOVE 'Y' TO HIST-END-SW
               END-READ
               IF HIST-END-SW NOT = 'Y' AND WS-HIST-STATUS NOT = '00'
                   DISPLAY 'ODEV020: JRNLHIST READ ERROR STATUS '
                           WS-HIST-STATUS
                   MOVE 'Y' TO HIST-END-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF HIST-END-SW NOT = 'Y'
              AND HIST-ACCT-NO NOT = WS-REQ-ACCT-NO (WS-REQ-IX)
               MOVE 'Y' TO HIST-END-SW
           END-IF.

       READ-MAINT-LOG.
           READ MNT-LOG
               MOVE 'Y' TO MLOG-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-MASTER-AUDIT.
           READ MST-AUDIT
               AT END MOVE 'Y' TO MAUD-EOF
           END-READ.
           IF MAUD-EOF NOT = 'Y' AND WS-MAUD-STATUS NOT = '00'
               DISPLAY 'ODEV020: MSTAUDIT READ ERROR STATUS '
                       WS-MAUD-STATUS
               MOVE 'Y' TO MAUD-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.
