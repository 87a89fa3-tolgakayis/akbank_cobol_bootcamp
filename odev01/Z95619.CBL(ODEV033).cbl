      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV033.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Ana dosya degisiklik denetim raporu. ACCTIDX'i guncelleyen
      * programlar (ODEV002 kayit, ODEV004 geri alma, ODEV008
      * bakim, ODEV009 hareketsizlik, ODEV012 arsivleme, ODEV013
      * geri getirme, ODEV018 yaslandirma, ODEV019 ileri kurtarma)
      * bakiye disinda degistirdikleri her alan icin MSTAUDIT
      * dosyasina eski ve yeni degeri, nedeni ve (bakimda)
      * kullanici kimligini ekler. Bu program kosu gununun
      * kayitlarini hesap / saat / program sirasina sokar ve her
      * degisikligi iki satirda basar: ustte kim, ne zaman, hangi
      * alan ve neden; altta eski (WAS) ve yeni (NOW) deger.
      * CTLCARD ile kosu gunu (YYYYMMDD; yoksa bugun), tek bir
      * hesap, tek bir program ya da tek bir alan secilebilir;
      * bos birakilan secim hepsi demektir. Ornegin kolon 9-16'ya
      * hesap numarasi konan kart o hesabin o gunku tum
      * degisikliklerini verir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT AUDIT-RPT  ASSIGN TO MAUDRPT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *Ana dosya degisiklik denetim kaydi: bakiye disindaki her
      *alan degisikligi icin once/sonra goruntusu.
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

      *Secim karti: kosu gunu (kolon 1-8), hesap (9-16), program
      *(17-24), alan adi (25-36). Bos alan o secimi kaldirir.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-RUN-DATE       PIC 9(8).
           05  CTL-ACCT-NO        PIC X(8).
           05  CTL-PROGRAM        PIC X(8).
           05  CTL-FIELD          PIC X(12).

      *Rapor satirlari; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
       FD  AUDIT-RPT RECORDING MODE F.
       01  AUDIT-RPT-REC          PIC X(80).
       01  ARP-HEADER-1.
           05  FILLER             PIC X(20).
           05  AH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  ARP-HEADER-2.
           05  AH2-LABEL          PIC X(10).
           05  AH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(4).
           05  AH2-SELECT-O       PIC X(56).
       01  ARP-COLUMN-REC.
           05  AC-ACCT-O          PIC X(10).
           05  AC-TIME-O          PIC X(10).
           05  AC-PROGRAM-O       PIC X(10).
           05  AC-FIELD-O         PIC X(14).
           05  AC-REASON-O        PIC X(24).
           05  AC-USER-O          PIC X(12).
       01  ARP-DETAIL-1.
           05  AD-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-TIME-O          PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-PROGRAM-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-FIELD-O         PIC X(12).
           05  FILLER             PIC X(2).
           05  AD-REASON-O        PIC X(22).
           05  FILLER             PIC X(2).
           05  AD-USER-ID-O       PIC X(8).
           05  FILLER             PIC X(4).
      *Once/sonra goruntuleri tam 46 bayt, ayri satirlarda.
       01  ARP-DETAIL-2.
           05  FILLER             PIC X(4).
           05  AD-IMAGE-LABEL     PIC X(5).
           05  AD-IMAGE-O         PIC X(46).
           05  FILLER             PIC X(25).
       01  ARP-TOTAL-REC.
           05  AT-LABEL           PIC X(24).
           05  AT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(49).

       SD  SORT-WORK.
       01  SORT-MAUD-REC.
           05  SMA-ACCT-NO        PIC X(8).
           05  SMA-RUN-TIME       PIC 9(6).
           05  SMA-PROGRAM        PIC X(8).
           05  SMA-FIELD          PIC X(12).
           05  SMA-BEFORE         PIC X(46).
           05  SMA-AFTER          PIC X(46).
           05  SMA-REASON         PIC X(22).
           05  SMA-USER-ID        PIC X(8).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MAUD-EOF          PIC X VALUE SPACE.
         05 SORT-EOF-SW       PIC X VALUE SPACE.

       01 WS-MAUD-STATUS      PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

       01 WS-COUNTERS.
         05 WS-MAUD-READ        PIC 9(7) VALUE 0.
         05 WS-SELECTED-COUNT   PIC 9(7) VALUE 0.
         05 WS-ACCT-COUNT       PIC 9(7) VALUE 0.

      *Bos secim alani o secimin uygulanmadigi anlamina gelir.
       01 WS-SELECT-FIELDS.
         05 WS-SEL-ACCT-NO      PIC X(8)  VALUE SPACES.
         05 WS-SEL-PROGRAM      PIC X(8)  VALUE SPACES.
         05 WS-SEL-FIELD        PIC X(12) VALUE SPACES.
       01 WS-PREV-ACCT          PIC X(8)  VALUE SPACES.

       01 WS-TIME-FIELDS.
         05 WS-TIME-RAW         PIC 9(6).
         05 WS-TIME-R           REDEFINES WS-TIME-RAW.
            10 WS-TIME-HH       PIC 9(2).
            10 WS-TIME-MM       PIC 9(2).
            10 WS-TIME-SS       PIC 9(2).
         05 WS-TIME-DISPLAY     PIC X(8).

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.
       OPEN-FILES.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           PERFORM READ-CONTROL-CARD.
           OPEN OUTPUT AUDIT-RPT.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM WRITE-REPORT-HEADER.

       REPORT-MASTER-CHANGES.
           SORT SORT-WORK
               ON ASCENDING KEY SMA-ACCT-NO SMA-RUN-TIME
                                SMA-PROGRAM
               INPUT PROCEDURE  IS RELEASE-AUDIT-RECORDS
               OUTPUT PROCEDURE IS PRINT-AUDIT-REPORT
           IF WS-SELECTED-COUNT = 0
               PERFORM WRITE-EMPTY-NOTE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           .

       CLOSE-STOP.
           CLOSE AUDIT-RPT.
           DISPLAY 'ODEV033: MSTAUDIT READ     - ' WS-MAUD-READ.
           DISPLAY 'ODEV033: CHANGES REPORTED  - ' WS-SELECTED-COUNT.
           DISPLAY 'ODEV033: ACCOUNTS CHANGED  - ' WS-ACCT-COUNT.
           GOBACK.

      *Kart yoksa bugunun tum degisiklikleri raporlanir.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-RUN-DATE NUMERIC
                          AND CTL-RUN-DATE > 0
                           MOVE CTL-RUN-DATE TO WS-RUN-DATE-RAW
                       END-IF
                       MOVE CTL-ACCT-NO TO WS-SEL-ACCT-NO
                       MOVE CTL-PROGRAM TO WS-SEL-PROGRAM
                       MOVE CTL-FIELD   TO WS-SEL-FIELD
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      *SORT'un girdi tarafi: kosu gununun secime uyan kayitlari
      *salinir. Dosya yoksa (henuz hic degisiklik yazilmamis)
      *rapor bos basilir.
       RELEASE-AUDIT-RECORDS.
           OPEN INPUT MST-AUDIT.
           IF WS-MAUD-STATUS NOT = '00' AND WS-MAUD-STATUS NOT = '05'
               DISPLAY 'ODEV033: MSTAUDIT OPEN FAILED STATUS '
                       WS-MAUD-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-MST-AUDIT
               PERFORM UNTIL MAUD-EOF = 'Y'
                   ADD 1 TO WS-MAUD-READ
                   IF MAU-RUN-DATE = WS-RUN-DATE-RAW
                      AND (WS-SEL-ACCT-NO = SPACES
                        OR MAU-ACCT-NO = WS-SEL-ACCT-NO)
                      AND (WS-SEL-PROGRAM = SPACES
                        OR MAU-PROGRAM = WS-SEL-PROGRAM)
                      AND (WS-SEL-FIELD = SPACES
                        OR MAU-FIELD = WS-SEL-FIELD)
                       MOVE MAU-ACCT-NO   TO SMA-ACCT-NO
                       MOVE MAU-RUN-TIME  TO SMA-RUN-TIME
                       MOVE MAU-PROGRAM   TO SMA-PROGRAM
                       MOVE MAU-FIELD     TO SMA-FIELD
                       MOVE MAU-BEFORE    TO SMA-BEFORE
                       MOVE MAU-AFTER     TO SMA-AFTER
                       MOVE MAU-REASON    TO SMA-REASON
                       MOVE MAU-USER-ID   TO SMA-USER-ID
                       RELEASE SORT-MAUD-REC
                       ADD 1 TO WS-SELECTED-COUNT
                   END-IF
                   PERFORM READ-MST-AUDIT
               END-PERFORM
               CLOSE MST-AUDIT
           END-IF.

      *SORT'un cikti tarafi: her hesabin ilk degisikliginden once
      *bir bos satir birakilir ki hesaplar gozle ayrilsin.
       PRINT-AUDIT-REPORT.
           PERFORM UNTIL SORT-EOF-SW = 'Y'
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO SORT-EOF-SW
                   NOT AT END PERFORM PRINT-ONE-CHANGE
               END-RETURN
           END-PERFORM.

       PRINT-ONE-CHANGE.
           MOVE SMA-RUN-TIME TO WS-TIME-RAW.
           STRING WS-TIME-HH DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-MM DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-TIME-SS DELIMITED BY SIZE
             INTO WS-TIME-DISPLAY
           END-STRING.
           MOVE SPACES        TO ARP-DETAIL-1.
           MOVE SMA-ACCT-NO   TO AD-ACCT-NO-O.
           MOVE WS-TIME-DISPLAY TO AD-TIME-O.
           MOVE SMA-PROGRAM   TO AD-PROGRAM-O.
           MOVE SMA-FIELD     TO AD-FIELD-O.
           MOVE SMA-REASON    TO AD-REASON-O.
           MOVE SMA-USER-ID   TO AD-USER-ID-O.
           IF SMA-ACCT-NO NOT = WS-PREV-ACCT
               ADD 1 TO WS-ACCT-COUNT
               MOVE SMA-ACCT-NO TO WS-PREV-ACCT
               WRITE ARP-DETAIL-1 AFTER ADVANCING 2
           ELSE
               WRITE ARP-DETAIL-1 AFTER ADVANCING 1
           END-IF.
           MOVE SPACES        TO ARP-DETAIL-2.
           MOVE 'WAS: '       TO AD-IMAGE-LABEL.
           MOVE SMA-BEFORE    TO AD-IMAGE-O.
           WRITE ARP-DETAIL-2 AFTER ADVANCING 1.
           MOVE SPACES        TO ARP-DETAIL-2.
           MOVE 'NOW: '       TO AD-IMAGE-LABEL.
           MOVE SMA-AFTER     TO AD-IMAGE-O.
           WRITE ARP-DETAIL-2 AFTER ADVANCING 1.

       WRITE-EMPTY-NOTE.
           MOVE SPACES TO ARP-TOTAL-REC.
           MOVE 'NO MASTER CHANGES' TO AT-LABEL.
           WRITE ARP-TOTAL-REC AFTER ADVANCING 2.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ARP-TOTAL-REC.
           MOVE 'CHANGES REPORTED:       ' TO AT-LABEL.
           MOVE WS-SELECTED-COUNT TO AT-COUNT-O.
           WRITE ARP-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES TO ARP-TOTAL-REC.
           MOVE 'ACCOUNTS CHANGED:       ' TO AT-LABEL.
           MOVE WS-ACCT-COUNT TO AT-COUNT-O.
           WRITE ARP-TOTAL-REC AFTER ADVANCING 1.

      *Secim uygulandiysa basliga yazilir ki kismi bir rapor tam
      *rapor sanilmasin.
       WRITE-REPORT-HEADER.
           MOVE SPACES TO ARP-HEADER-1.
           MOVE 'MASTER FILE CHANGE AUDIT' TO AH1-TITLE.
           WRITE ARP-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO ARP-HEADER-2.
           MOVE 'RUN DATE: '        TO AH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO AH2-RUN-DATE.
           IF WS-SELECT-FIELDS NOT = SPACES
               STRING 'SELECTED: '   DELIMITED BY SIZE
                      WS-SEL-ACCT-NO DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      WS-SEL-PROGRAM DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      WS-SEL-FIELD   DELIMITED BY SIZE
                 INTO AH2-SELECT-O
               END-STRING
           END-IF.
           WRITE ARP-HEADER-2 AFTER ADVANCING 2.
           MOVE SPACES TO ARP-COLUMN-REC.
           MOVE 'ACCOUNT'   TO AC-ACCT-O.
           MOVE 'TIME'      TO AC-TIME-O.
           MOVE 'PROGRAM'   TO AC-PROGRAM-O.
           MOVE 'FIELD'     TO AC-FIELD-O.
           MOVE 'REASON'    TO AC-REASON-O.
           MOVE 'USER'      TO AC-USER-O.
           WRITE ARP-COLUMN-REC AFTER ADVANCING 2.

       READ-MST-AUDIT.
           READ MST-AUDIT
               AT END MOVE 'Y' TO MAUD-EOF
           END-READ.
           IF MAUD-EOF NOT = 'Y' AND WS-MAUD-STATUS NOT = '00'
               DISPLAY 'ODEV033: MSTAUDIT READ ERROR STATUS '
                       WS-MAUD-STATUS
               MOVE 'Y' TO MAUD-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.
