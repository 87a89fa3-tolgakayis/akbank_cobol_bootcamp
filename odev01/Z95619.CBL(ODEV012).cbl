      * arsiv, ilk EXTEND'den once ODEV025 ile 184 baytlik yeni
      * duzene cevrilmelidir; aksi halde acilis kayit uzunlugu
      * uyusmazligiyla duser.
      * Silinen her hesap MSTAUDIT denetim kutugune 'RECORD'
      * satiri olarak yazilir (bkz. ODEV033).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
           SELECT OPTIONAL ARCH-FILE ASSIGN TO ARCHFILE
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT PURGE-RPT  ASSIGN TO PURGRPT.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
      *ARCHFILE EXTEND ile acilir: arsiv kosudan kosuya birikir,
      *ilk kosuda dosya OPTIONAL oldugu icin yaratilir.
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
      *Gecikme yaslandirmasi (bkz. ODEV018): 0 = guncel, 1/2/3 =
      *30/60/90+ gun gecikmis kova; ACCT-MIN-PAY-DUE bir sonraki
      *donem icin beklenen asgari odemedir.
           05  ARCH-FIELDS        PIC X(176).
           05  ARCH-DATE          PIC 9(8).

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

       FD  PURGE-RPT RECORDING MODE F.
       01  PURGE-RPT-REC          PIC X(80).
       01  PRG-HEADER-1.
         05 WS-CLOSED-INT       PIC 9(8) COMP VALUE 0.
         05 WS-CLOSED-DATE      PIC 9(8) VALUE 0.

      *Ana dosya degisiklik denetimi (bkz. ODEV033): silinecek
      *kaydin goruntusu DELETE oncesi WS-MAUD-IMAGE'a alinir ve
      *denetim satirinin hesap numarasi oradan okunur.
      *WS-MAUD-OK: 'Y' yaziliyor, 'E' yazma hatasindan sonra
      *durduruldu (dosya yine kapatilir).
       01 WS-MAUD-STATUS      PIC XX VALUE SPACES.
       01 WS-MAUD-OK          PIC X  VALUE SPACE.
       01 WS-MAUD-FIELDS.
         05 WS-MAUD-PROGRAM     PIC X(8) VALUE 'ODEV012'.
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
         05 WS-PURGED-COUNT     PIC 9(7) VALUE 0.

           OPEN I-O    ACCT-REC.
           OPEN EXTEND ARCH-FILE.
           OPEN OUTPUT PURGE-RPT.
           PERFORM OPEN-MASTER-AUDIT.
           PERFORM READ-CONTROL-CARD.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
           CLOSE ACCT-REC.
           CLOSE ARCH-FILE.
           CLOSE PURGE-RPT.
           PERFORM CLOSE-MASTER-AUDIT.
           DISPLAY 'ODEV012: ACCOUNTS PURGED   - ' WS-PURGED-COUNT.
           GOBACK.

                   MOVE WS-RUN-DATE-RAW TO ARCH-DATE
                   WRITE ARCH-REC
                   IF WS-ARCH-STATUS = '00'
                       PERFORM SAVE-MASTER-IMAGE
                       DELETE ACCT-REC RECORD
                       IF WS-ACCT-STATUS = '00'
                           PERFORM WRITE-REPORT-DETAIL
                           ADD 1 TO WS-PURGED-COUNT
                           PERFORM AUDIT-PURGE
                       ELSE
                           DISPLAY 'ODEV012: MASTER DELETE ERROR '
                                   'STATUS ' WS-ACCT-STATUS
               END-IF
           END-IF.

       AUDIT-PURGE.
           MOVE 'PURGED TO ARCHIVE'     TO WS-MAUD-REASON.
           MOVE 'RECORD'                TO WS-MAUD-FIELD.
           MOVE 'ON MASTER'             TO WS-MAUD-OLD.
           MOVE 'ARCHIVED'              TO WS-MAUD-NEW.
           PERFORM WRITE-MASTER-AUDIT.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
           MOVE 'ACCOUNTS PURGED:  '  TO PT-LABEL.
           MOVE WS-PURGED-COUNT     TO PT-COUNT-O.
           WRITE PRG-TOTAL-REC AFTER ADVANCING 2.

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
               DISPLAY 'ODEV012: MSTAUDIT OPEN FAILED STATUS '
                       WS-MAUD-STATUS ' - MASTER AUDIT NOT WRITTEN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-MASTER-AUDIT.
           IF WS-MAUD-OK = 'Y' OR WS-MAUD-OK = 'E'
               CLOSE MST-AUDIT
           END-IF.
           DISPLAY 'ODEV012: MASTER CHANGES    - ' WS-MAUD-COUNT.

       SAVE-MASTER-IMAGE.
           MOVE ACCT-FIELDS TO WS-MAUD-IMAGE.

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
                   DISPLAY 'ODEV012: MSTAUDIT WRITE ERROR STATUS '
                           WS-MAUD-STATUS ' FOR ACCT '
                           WS-BFR-ACCT-NO
                   MOVE 'E' TO WS-MAUD-OK
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
