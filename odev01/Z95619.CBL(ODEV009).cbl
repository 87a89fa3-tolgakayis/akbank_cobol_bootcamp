      * hangi hesaplarin gercekten hareketsiz oldugu sistemden
      * raporlanabilir. Damgasi hic olmayan (sifir/bozuk) kayitlar
      * yanlislikla uyutulmasin diye oldugu gibi birakilir.
      * Her durum degisikligi ayrica MSTAUDIT denetim kutugune
      * once/sonra olarak yazilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AGE-RPT    ASSIGN TO AGERPT.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
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
           05  AT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(48).

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
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 WS-SET-DORMANT-COUNT PIC 9(7) VALUE 0.
         05 WS-SET-ACTIVE-COUNT  PIC 9(7) VALUE 0.

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
         05 WS-MAUD-PROGRAM     PIC X(8) VALUE 'ODEV009'.
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

       01 WS-CHANGE-TEXT        PIC X(6) VALUE SPACES.

       01 WS-RUN-DATE-FIELDS.
       OPEN-FILES.
           OPEN I-O    ACCT-REC.
           OPEN OUTPUT AGE-RPT.
           PERFORM OPEN-MASTER-AUDIT.
           PERFORM READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE AGE-RPT.
           PERFORM CLOSE-MASTER-AUDIT.
           DISPLAY 'ODEV009: SET DORMANT       - '
                   WS-SET-DORMANT-COUNT.
           DISPLAY 'ODEV009: SET ACTIVE        - '
                   WS-SET-ACTIVE-COUNT.
           GOBACK.

      *Tek bir hesabin yaslandirma karari. Kapali ve zarar
      *yazilmis ('W') hesaplar ile damgasi olmayan kayitlar
      *atlanir; zarar yazilmis hesabin durumu tahsilat surecinde
      *degismemelidir. Esige gore 'A' -> 'D'
      *veya 'D' -> 'A' cevrilir ve kayit yerinde REWRITE edilir.
       AGE-ONE-ACCOUNT.
           IF ACCT-STATUS = 'C' OR ACCT-STATUS = 'W'
              OR LAST-ACTIVITY-DATE NOT NUMERIC
              OR LAST-ACTIVITY-DATE = ZERO
               CONTINUE
                   20000000 + LAST-ACTIVITY-DATE
               COMPUTE WS-ACTIVITY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE)
               PERFORM SAVE-MASTER-IMAGE
               EVALUATE TRUE
                   WHEN ACCT-STATUS = 'A'
                        AND WS-ACTIVITY-INT < WS-CUTOFF-INT
                           ADD 1 TO WS-SET-DORMANT-COUNT
                           MOVE 'A -> D' TO WS-CHANGE-TEXT
                           PERFORM WRITE-REPORT-DETAIL
                           MOVE 'NO ACTIVITY - DORMANT'
                             TO WS-MAUD-REASON
                           PERFORM AUDIT-MASTER-CHANGE
                       ELSE
                           PERFORM REPORT-REWRITE-ERROR
                       END-IF
                           ADD 1 TO WS-SET-ACTIVE-COUNT
                           MOVE 'D -> A' TO WS-CHANGE-TEXT
                           PERFORM WRITE-REPORT-DETAIL
                           MOVE 'ACTIVITY - REACTIVATED'
                             TO WS-MAUD-REASON
                           PERFORM AUDIT-MASTER-CHANGE
                       ELSE
                           PERFORM REPORT-REWRITE-ERROR
                       END-IF
           MOVE 'SET ACTIVE:       '  TO AT-LABEL.
           MOVE WS-SET-ACTIVE-COUNT  TO AT-COUNT-O.
           WRITE AGE-TOTAL-REC AFTER ADVANCING 1.

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
               DISPLAY 'ODEV009: MSTAUDIT OPEN FAILED STATUS '
                       WS-MAUD-STATUS ' - MASTER AUDIT NOT WRITTEN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-MASTER-AUDIT.
           IF WS-MAUD-OK = 'Y' OR WS-MAUD-OK = 'E'
               CLOSE MST-AUDIT
           END-IF.
           DISPLAY 'ODEV009: MASTER CHANGES    - ' WS-MAUD-COUNT.

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
                   DISPLAY 'ODEV009: MSTAUDIT WRITE ERROR STATUS '
                           WS-MAUD-STATUS ' FOR ACCT '
                           WS-BFR-ACCT-NO
                   MOVE 'E' TO WS-MAUD-OK
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
