      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV032.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Fatura donemi kesim kontrol raporu. Gece donem kosulari
      * (ODEV005 ekstre, ODEV014 faiz, ODEV018 yaslandirma) o gece
      * donemi kesilen her hesap icin CYCLCTL dosyasina bir kayit
      * ekler. Bu program kosu gununun kayitlarini secer, kesim
      * gunu / program / hesap sirasina sokar ve her donem icin
      * hangi hesaplarin hangi adimdan gectigini tutarlariyla
      * basar; her programin her donemdeki sayi ve tutar toplami
      * ayrica verilir. Boylece bir donemin ekstresi basilmis ama
      * faizi ya da yaslandirmasi yapilmamis hesaplar ayni sayfada
      * gorulur. Kosu gunu CTLCARD'dan YYYYMMDD olarak verilebilir
      * (gecmis bir gecenin yeniden basimi); kart yoksa bugun
      * alinir. Tutar sutunlarinin anlami programa gore degisir:
      *   ODEV005: donem acilis bakiyesi / kapanis bakiyesi
      *   ODEV014: ortalama gunluk bakiye / donem faizi
      *   ODEV018: bakiye / yeni asgari odeme (ve gecikme kovasi)
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CYCLE-CTL ASSIGN TO CYCLCTL
               FILE STATUS IS WS-CYC-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CYCLE-RPT  ASSIGN TO CYCLRPT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
       DATA DIVISION.
       FILE SECTION.
      *Donem kesim kontrol kaydi (bkz. ODEV005/ODEV014/ODEV018).
       FD  CYCLE-CTL RECORDING MODE F.
       01  CYCLE-CTL-REC.
           05  CYC-RUN-DATE       PIC 9(8).
           05  CYC-CYCLE-DAY      PIC 9(2).
           05  CYC-PROGRAM        PIC X(8).
           05  CYC-ACCT-NO        PIC X(8).
           05  CYC-AMOUNT-1       PIC S9(7)V99 COMP-3.
           05  CYC-AMOUNT-2       PIC S9(7)V99 COMP-3.
           05  CYC-BUCKET         PIC X(1).

       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-RUN-DATE       PIC 9(8).

      *Rapor satirlari; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
       FD  CYCLE-RPT RECORDING MODE F.
       01  CYCLE-RPT-REC          PIC X(80).
       01  CRP-HEADER-1.
           05  FILLER             PIC X(20).
           05  CH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  CRP-HEADER-2.
           05  CH2-LABEL          PIC X(10).
           05  CH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(60).
       01  CRP-CAPTION-REC.
           05  CC-CYCLE-O         PIC X(16).
           05  FILLER             PIC X(2).
           05  CC-PROGRAM-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  CC-DESC-O          PIC X(40).
           05  FILLER             PIC X(12).
       01  CRP-DETAIL-REC.
           05  FILLER             PIC X(2).
           05  CD-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(4).
           05  CD-AMOUNT-1-O      PIC $$,$$$,$$9.99-.
           05  FILLER             PIC X(4).
           05  CD-AMOUNT-2-O      PIC $$,$$$,$$9.99-.
           05  FILLER             PIC X(4).
           05  CD-BUCKET-O        PIC X(1).
           05  FILLER             PIC X(29).
       01  CRP-TOTAL-REC.
           05  CT-LABEL           PIC X(16).
           05  CT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  CT-AMOUNT-1-O      PIC $$,$$$,$$$,$$9.99-.
           05  FILLER             PIC X(2).
           05  CT-AMOUNT-2-O      PIC $$,$$$,$$$,$$9.99-.
           05  FILLER             PIC X(17).

       SD  SORT-WORK.
       01  SORT-CYC-REC.
           05  SCY-CYCLE-DAY      PIC 9(2).
           05  SCY-PROGRAM        PIC X(8).
           05  SCY-ACCT-NO        PIC X(8).
           05  SCY-AMOUNT-1       PIC S9(7)V99 COMP-3.
           05  SCY-AMOUNT-2       PIC S9(7)V99 COMP-3.
           05  SCY-BUCKET         PIC X(1).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 CYC-EOF           PIC X VALUE SPACE.
         05 SORT-EOF-SW       PIC X VALUE SPACE.

       01 WS-CYC-STATUS       PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

       01 WS-COUNTERS.
         05 WS-CYC-READ         PIC 9(7) VALUE 0.
         05 WS-SELECTED-COUNT   PIC 9(7) VALUE 0.
         05 WS-CYCLE-COUNT      PIC 9(7) VALUE 0.

      *Kontrol kirilimi alanlari: program toplami her kesim gunu
      *icinde, kesim gunu degisince program toplami da kapanir.
       01 WS-BREAK-FIELDS.
         05 WS-PREV-CYCLE       PIC 9(2) VALUE 99.
         05 WS-PREV-PROGRAM     PIC X(8) VALUE SPACES.
         05 WS-PGM-COUNT        PIC 9(7) VALUE 0.
         05 WS-PGM-AMOUNT-1     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-PGM-AMOUNT-2     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CYCLE-LABEL.
         05 FILLER              PIC X(10) VALUE 'CYCLE DAY '.
         05 WS-CYCLE-LABEL-DAY  PIC 9(2).
         05 FILLER              PIC X(4) VALUE SPACES.

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
           OPEN OUTPUT CYCLE-RPT.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM WRITE-REPORT-HEADER.

       REPORT-CYCLE-CLOSE.
           SORT SORT-WORK
               ON ASCENDING KEY SCY-CYCLE-DAY SCY-PROGRAM
                                SCY-ACCT-NO
               INPUT PROCEDURE  IS RELEASE-CYCLE-RECORDS
               OUTPUT PROCEDURE IS PRINT-CYCLE-REPORT
           IF WS-PREV-PROGRAM NOT = SPACES
               PERFORM WRITE-PROGRAM-TOTAL
           END-IF
           IF WS-SELECTED-COUNT = 0
               PERFORM WRITE-EMPTY-NOTE
           END-IF
           .

       CLOSE-STOP.
           CLOSE CYCLE-RPT.
           DISPLAY 'ODEV032: CYCLCTL RECS READ - ' WS-CYC-READ.
           DISPLAY 'ODEV032: RECS FOR RUN DATE - ' WS-SELECTED-COUNT.
           DISPLAY 'ODEV032: CYCLES CLOSED     - ' WS-CYCLE-COUNT.
           GOBACK.

      *Kart yoksa ya da tarih sayisal degilse bugun raporlanir.
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
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      *SORT'un girdi tarafi: kontrol dosyasindan yalnizca kosu
      *gununun kayitlari salinir. Dosya yoksa rapor bos basilir.
       RELEASE-CYCLE-RECORDS.
           OPEN INPUT CYCLE-CTL.
           IF WS-CYC-STATUS NOT = '00' AND WS-CYC-STATUS NOT = '05'
               DISPLAY 'ODEV032: CYCLCTL OPEN FAILED STATUS '
                       WS-CYC-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-CYCLE-CTL
               PERFORM UNTIL CYC-EOF = 'Y'
                   ADD 1 TO WS-CYC-READ
                   IF CYC-RUN-DATE = WS-RUN-DATE-RAW
                       MOVE CYC-CYCLE-DAY TO SCY-CYCLE-DAY
                       MOVE CYC-PROGRAM   TO SCY-PROGRAM
                       MOVE CYC-ACCT-NO   TO SCY-ACCT-NO
                       MOVE CYC-AMOUNT-1  TO SCY-AMOUNT-1
                       MOVE CYC-AMOUNT-2  TO SCY-AMOUNT-2
                       MOVE CYC-BUCKET    TO SCY-BUCKET
                       RELEASE SORT-CYC-REC
                       ADD 1 TO WS-SELECTED-COUNT
                   END-IF
                   PERFORM READ-CYCLE-CTL
               END-PERFORM
               CLOSE CYCLE-CTL
           END-IF.

      *SORT'un cikti tarafi: kesim gunu ya da program degisince
      *onceki programin toplami basilir ve yeni baslik acilir.
       PRINT-CYCLE-REPORT.
           PERFORM UNTIL SORT-EOF-SW = 'Y'
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO SORT-EOF-SW
                   NOT AT END PERFORM PRINT-ONE-CYCLE-LINE
               END-RETURN
           END-PERFORM.

       PRINT-ONE-CYCLE-LINE.
           IF SCY-CYCLE-DAY NOT = WS-PREV-CYCLE
              OR SCY-PROGRAM NOT = WS-PREV-PROGRAM
               IF WS-PREV-PROGRAM NOT = SPACES
                   PERFORM WRITE-PROGRAM-TOTAL
               END-IF
               IF SCY-CYCLE-DAY NOT = WS-PREV-CYCLE
                   ADD 1 TO WS-CYCLE-COUNT
               END-IF
               MOVE SCY-CYCLE-DAY TO WS-PREV-CYCLE
               MOVE SCY-PROGRAM   TO WS-PREV-PROGRAM
               PERFORM WRITE-PROGRAM-CAPTION
           END-IF.
           MOVE SPACES        TO CRP-DETAIL-REC.
           MOVE SCY-ACCT-NO   TO CD-ACCT-NO-O.
           MOVE SCY-AMOUNT-1  TO CD-AMOUNT-1-O.
           MOVE SCY-AMOUNT-2  TO CD-AMOUNT-2-O.
           MOVE SCY-BUCKET    TO CD-BUCKET-O.
           WRITE CRP-DETAIL-REC AFTER ADVANCING 1.
           ADD 1             TO WS-PGM-COUNT.
           ADD SCY-AMOUNT-1  TO WS-PGM-AMOUNT-1.
           ADD SCY-AMOUNT-2  TO WS-PGM-AMOUNT-2.

      *Kesim gunu sifir olan kayitlar ay sonu donemidir.
       WRITE-PROGRAM-CAPTION.
           MOVE SPACES TO CRP-CAPTION-REC.
           IF SCY-CYCLE-DAY = 0
               MOVE 'MONTH-END CYCLE' TO CC-CYCLE-O
           ELSE
               MOVE SCY-CYCLE-DAY  TO WS-CYCLE-LABEL-DAY
               MOVE WS-CYCLE-LABEL TO CC-CYCLE-O
           END-IF.
           MOVE SCY-PROGRAM TO CC-PROGRAM-O.
           EVALUATE SCY-PROGRAM
               WHEN 'ODEV005'
                   MOVE 'STATEMENT: OPENING BAL / CLOSING BAL'
                     TO CC-DESC-O
               WHEN 'ODEV014'
                   MOVE 'INTEREST: AVG DAILY BAL / INTEREST'
                     TO CC-DESC-O
               WHEN 'ODEV018'
                   MOVE 'AGING: BALANCE / MIN PAY / BUCKET'
                     TO CC-DESC-O
               WHEN OTHER
                   MOVE 'AMOUNT 1 / AMOUNT 2' TO CC-DESC-O
           END-EVALUATE.
           WRITE CRP-CAPTION-REC AFTER ADVANCING 2.

       WRITE-PROGRAM-TOTAL.
           MOVE SPACES           TO CRP-TOTAL-REC.
           MOVE 'PROGRAM TOTAL:  ' TO CT-LABEL.
           MOVE WS-PGM-COUNT     TO CT-COUNT-O.
           MOVE WS-PGM-AMOUNT-1  TO CT-AMOUNT-1-O.
           MOVE WS-PGM-AMOUNT-2  TO CT-AMOUNT-2-O.
           WRITE CRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE ZERO TO WS-PGM-COUNT
                        WS-PGM-AMOUNT-1
                        WS-PGM-AMOUNT-2.

       WRITE-EMPTY-NOTE.
           MOVE SPACES TO CRP-CAPTION-REC.
           MOVE 'NO CYCLES CLOSED' TO CC-CYCLE-O.
           WRITE CRP-CAPTION-REC AFTER ADVANCING 2.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CRP-HEADER-1.
           MOVE 'BILLING CYCLE CLOSE CONTROL' TO CH1-TITLE.
           WRITE CRP-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO CRP-HEADER-2.
           MOVE 'RUN DATE: '        TO CH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO CH2-RUN-DATE.
           WRITE CRP-HEADER-2 AFTER ADVANCING 2.

       READ-CYCLE-CTL.
           READ CYCLE-CTL
               AT END MOVE 'Y' TO CYC-EOF
           END-READ.
           IF CYC-EOF NOT = 'Y' AND WS-CYC-STATUS NOT = '00'
               DISPLAY 'ODEV032: CYCLCTL READ ERROR STATUS '
                       WS-CYC-STATUS
               MOVE 'Y' TO CYC-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.
