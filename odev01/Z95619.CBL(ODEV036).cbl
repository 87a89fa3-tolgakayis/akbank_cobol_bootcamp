      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV036.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Gece hareket tarihcesi yuklemesi. Gunun JRNLFILE defteri
      * JRNLHIST kalici hareket tarihcesine hesap / kosu tarihi /
      * JRNL-SEQ anahtariyla eklenir; donem sonu kosulari
      * (ODEV005, ODEV014, ODEV018, ODEV023, ODEV024) ve ODEV020
      * arastirmasi defter kusaklarini birlestirip siralamak
      * yerine bir hesabin tarih araligini bu dosyadan dogrudan
      * okur. ODEV002'den sonra calisir; gun ODEV004 ile geri
      * alindiysa duzeltilmis ODEV002 yeniden islemesinden sonra
      * kosulur. Yuklemeden once defter bir kez okunup
      * kayit sayisi ve net tutar (bakiye sonrasi - oncesi)
      * toplanir; RUNCTL kaydi 'E' (tamamlandi) durumunda degilse,
      * defterde isleme gunu disinda tarihli kayit varsa ya da
      * net RC-POSTED-NET'e esit degilse hicbir kayit yazilmaz ve
      * kosu 8 donus koduyla biter. Tarihcede zaten bulunan
      * anahtarlar (ayni gunun ikinci yuklemesi) atlanir ve
      * sayilir; boylece yarida kalan kosu aynen yeniden
      * calistirilabilir. Gece kipinde var olan kayit defter
      * kaydiyla karsilastirilir; farkliysa (geri alinan gunun
      * tarihceden silinmemis eski kaydi) yukleme 8 ile durur.
      * CTLCARD'in ilk kolonunda 'B' verilirse kosu gecis
      * (backload) kipinde calisir: JRNLFILE'a pes pese
      * baglanmis eski defter kusaklari RUNCTL denetimi yapilmadan
      * yuklenir (eski 39 baytlik kusaklar once ODEV025 ile
      * cevrilmelidir). Sonuc HSTLRPT kontrol raporuna basilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNL-FILE  ASSIGN TO JRNLFILE
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT OPTIONAL JRNL-HIST ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT HST-RPT    ASSIGN TO HSTLRPT.
      *JRNLHIST ilk kosuda henuz yoktur; OPTIONAL I-O acilisi onu
      *yaratir (bkz. ODEV030 DISPMST).
       DATA DIVISION.
       FILE SECTION.
       FD  JRNL-FILE RECORDING MODE F.
       01  JRNL-REC.
           05  JRNL-SEQ           PIC 9(7).
           05  JRNL-ACCT-NO       PIC X(8).
           05  JRNL-RUN-DATE      PIC 9(8).
           05  JRNL-TRAN-TYPE     PIC X(1).
           05  JRNL-TRAN-AMOUNT   PIC S9(7)V99 COMP-3.
           05  JRNL-BAL-BEFORE    PIC S9(7)V99 COMP-3.
           05  JRNL-BAL-AFTER     PIC S9(7)V99 COMP-3.
           05  JRNL-TRAN-CODE     PIC X(2).
           05  JRNL-TRAN-DESC     PIC X(25).

      *Hesap hareket tarihcesi: gunluk defterlerin hesap / kosu
      *tarihi / JRNL-SEQ anahtarli kalici kopyasi. Bir hesabin
      *bir tarih araligi START ile dogrudan okunur.
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

       FD  RUN-CTL RECORDING MODE F.
       01  RUNCTL-REC.
           05  RC-POST-RUN-DATE   PIC 9(8).
           05  RC-POST-STATUS     PIC X(1).
           05  RC-POST-START-TIME PIC 9(6).
           05  RC-POST-END-TIME   PIC 9(6).
           05  RC-POSTED-COUNT    PIC 9(7).
           05  RC-POSTED-NET      PIC S9(9)V99 COMP-3.
           05  RC-LIST-RUN-DATE   PIC 9(8).
           05  RC-LIST-TIME       PIC 9(6).
           05  RC-LIST-GRAND-BAL  PIC S9(9)V99 COMP-3.

      *Kontrol karti: kolon 1 kip ('B' = gecis yuklemesi, bos ya
      *da kart yok = gece yuklemesi).
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-MODE           PIC X(1).

      *Kontrol raporu satirlari; ayni FD altindaki 01 duzeyleri
      *ayni depolamayi paylastigindan her satir kendi WRITE'indan
      *hemen once doldurulur.
       FD  HST-RPT RECORDING MODE F.
       01  HST-RPT-REC            PIC X(80).
       01  HLR-HEADER-1.
           05  FILLER             PIC X(20).
           05  HH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  HLR-HEADER-2.
           05  HH2-LABEL          PIC X(10).
           05  HH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(4).
           05  HH2-MODE-O         PIC X(20).
           05  FILLER             PIC X(36).
       01  HLR-TOTAL-REC.
           05  HT-LABEL           PIC X(24).
           05  HT-COUNT-O         PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(3).
           05  HT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
           05  FILLER             PIC X(26).
       01  HLR-DATE-REC.
           05  HD-LABEL           PIC X(24).
           05  HD-DATE-O          PIC 9(8).
           05  FILLER             PIC X(48).
       01  HLR-STATUS-REC.
           05  HS-TEXT-O          PIC X(60).
           05  FILLER             PIC X(20).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 JRNL-EOF          PIC X VALUE SPACE.
         05 WS-RUNCTL-PRESENT PIC X VALUE SPACE.
         05 WS-BACKLOAD-SW    PIC X VALUE SPACE.
         05 WS-LOAD-SW        PIC X VALUE SPACE.
         05 WS-FATAL-SW       PIC X VALUE SPACE.

       01 WS-JRNL-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-RUNCTL-STATUS    PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

      *Dogrulama toplamlari: net, ODEV002'nin RC-POSTED-NET'i
      *gibi bakiyenin gercek hareketinden alinir (zarar sonrasi
      *tahsilatta once = sonra oldugundan nete katilmaz).
       01 WS-PROOF-FIELDS.
         05 WS-POSTED-DATE    PIC 9(8) VALUE 0.
         05 WS-POSTED-STATUS  PIC X(1) VALUE SPACE.
         05 WS-POSTED-NET     PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-JRNL-NET       PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-ADDED-NET      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-DUP-NET        PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-REC-NET        PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-LOW-DATE       PIC 9(8) VALUE 99999999.
         05 WS-HIGH-DATE      PIC 9(8) VALUE 0.
         05 WS-STATUS-TEXT    PIC X(60) VALUE SPACES.

       01 WS-COUNTERS.
         05 WS-JRNL-COUNT     PIC 9(7) VALUE 0.
         05 WS-OTHER-DATE-COUNT PIC 9(7) VALUE 0.
         05 WS-ADDED-COUNT    PIC 9(7) VALUE 0.
         05 WS-DUP-COUNT      PIC 9(7) VALUE 0.
         05 WS-DIFF-COUNT     PIC 9(7) VALUE 0.

      *Yazilamayan ('22') kaydin defterden gelen goruntusu;
      *tarihcedeki kayit bunun uzerine okunup karsilastirilir.
       01 WS-NEW-HIST-REC     PIC X(66) VALUE SPACES.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM READ-CONTROL-CARD.
           PERFORM READ-RUN-CONTROL.
           OPEN I-O JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
              AND WS-HIST-STATUS NOT = '05'
               DISPLAY 'ODEV036: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT HST-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM WRITE-REPORT-HEADER.

      *Once dogrulama gecisi, sonra (denge tutarsa) yukleme
      *gecisi; rapor her durumda basilir.
       APPEND-HISTORY.
           PERFORM VERIFY-JOURNAL
           PERFORM CHECK-RUN-CONTROL
           IF WS-LOAD-SW = 'Y'
               PERFORM LOAD-JOURNAL
           END-IF
           PERFORM WRITE-CONTROL-REPORT
           .

       CLOSE-STOP.
           CLOSE JRNL-HIST.
           CLOSE HST-RPT.
           DISPLAY 'ODEV036: JRNL RECS READ    - ' WS-JRNL-COUNT.
           DISPLAY 'ODEV036: HISTORY ADDED     - ' WS-ADDED-COUNT.
           DISPLAY 'ODEV036: ALREADY ON FILE   - ' WS-DUP-COUNT.
           DISPLAY 'ODEV036: DIFFERENT ON FILE - ' WS-DIFF-COUNT.
           GOBACK.

      *Kart yoksa ('35') ya da kipi bossa gece yuklemesi yapilir.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-MODE = 'B'
                           MOVE 'Y' TO WS-BACKLOAD-SW
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CTL.
           READ RUN-CTL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-RUNCTL-PRESENT
                   MOVE RC-POST-RUN-DATE TO WS-POSTED-DATE
                   MOVE RC-POST-STATUS   TO WS-POSTED-STATUS
                   MOVE RC-POSTED-NET    TO WS-POSTED-NET
           END-READ.
           CLOSE RUN-CTL.

      *Dogrulama gecisi: kayit sayisi, net, en eski/en yeni tarih
      *ve isleme gunu disinda tarihli kayit sayisi.
       VERIFY-JOURNAL.
           OPEN INPUT JRNL-FILE.
           PERFORM READ-JOURNAL
           PERFORM UNTIL JRNL-EOF = 'Y'
               ADD 1 TO WS-JRNL-COUNT
               COMPUTE WS-JRNL-NET = WS-JRNL-NET
                   + JRNL-BAL-AFTER - JRNL-BAL-BEFORE
               IF JRNL-RUN-DATE NOT = WS-POSTED-DATE
                   ADD 1 TO WS-OTHER-DATE-COUNT
               END-IF
               IF JRNL-RUN-DATE < WS-LOW-DATE
                   MOVE JRNL-RUN-DATE TO WS-LOW-DATE
               END-IF
               IF JRNL-RUN-DATE > WS-HIGH-DATE
                   MOVE JRNL-RUN-DATE TO WS-HIGH-DATE
               END-IF
               PERFORM READ-JOURNAL
           END-PERFORM
           CLOSE JRNL-FILE.

      *Gece kipinde defter ancak RUNCTL'e tam oturuyorsa yuklenir:
      *isleme tamamlanmis ('E'), tum kayitlar isleme gunune ait ve
      *net RC-POSTED-NET'e esit. ODEV004'un geri aldigi gun ('B')
      *yuklenmez; duzeltilmis ODEV002 yeniden islemesi 'E' yazar.
      *Gecis kipinde denetim yapilmaz; okuma hatasi her iki kipte
      *yuklemeyi durdurur.
       CHECK-RUN-CONTROL.
           EVALUATE TRUE
               WHEN WS-FATAL-SW = 'Y'
                   MOVE '*** JOURNAL READ ERROR - NOT LOADED'
                     TO WS-STATUS-TEXT
               WHEN WS-BACKLOAD-SW = 'Y'
                   MOVE 'Y' TO WS-LOAD-SW
               WHEN WS-RUNCTL-PRESENT NOT = 'Y'
                   MOVE '*** RUN CONTROL MISSING - NOT LOADED'
                     TO WS-STATUS-TEXT
               WHEN WS-POSTED-STATUS NOT = 'E'
                   MOVE '*** POSTING NOT COMPLETE - NOT LOADED'
                     TO WS-STATUS-TEXT
               WHEN WS-OTHER-DATE-COUNT > 0
                   MOVE '*** JOURNAL NOT FOR POSTING DATE - NOT LOADED'
                     TO WS-STATUS-TEXT
               WHEN WS-JRNL-NET NOT = WS-POSTED-NET
                   MOVE '*** JOURNAL OUT OF BALANCE - NOT LOADED'
                     TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-LOAD-SW
           END-EVALUATE.
           IF WS-LOAD-SW NOT = 'Y'
               DISPLAY 'ODEV036: ' WS-STATUS-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Yukleme gecisi. Zaten tarihcede olan anahtar ('22') ayni
      *defterin onceki yuklemesidir; atlanir ve sayilir. Gece
      *kipinde kayit once okunup defterdekiyle karsilastirilir:
      *farkli kayit, ODEV004'un geri aldigi ama tarihceden
      *silemedigi eski islemedir ve olumculdur. Baska her yazma
      *hatasi olumculdur.
       LOAD-JOURNAL.
           MOVE SPACE TO JRNL-EOF.
           OPEN INPUT JRNL-FILE.
           PERFORM READ-JOURNAL
           PERFORM UNTIL JRNL-EOF = 'Y' OR WS-FATAL-SW = 'Y'
               PERFORM ADD-ONE-HISTORY
               PERFORM READ-JOURNAL
           END-PERFORM
           CLOSE JRNL-FILE.

       ADD-ONE-HISTORY.
           MOVE JRNL-ACCT-NO     TO HIST-ACCT-NO.
           MOVE JRNL-RUN-DATE    TO HIST-RUN-DATE.
           MOVE JRNL-SEQ         TO HIST-SEQ.
           MOVE JRNL-TRAN-TYPE   TO HIST-TRAN-TYPE.
           MOVE JRNL-TRAN-AMOUNT TO HIST-TRAN-AMOUNT.
           MOVE JRNL-BAL-BEFORE  TO HIST-BAL-BEFORE.
           MOVE JRNL-BAL-AFTER   TO HIST-BAL-AFTER.
           MOVE JRNL-TRAN-CODE   TO HIST-TRAN-CODE.
           MOVE JRNL-TRAN-DESC   TO HIST-TRAN-DESC.
           COMPUTE WS-REC-NET = JRNL-BAL-AFTER - JRNL-BAL-BEFORE.
           WRITE HIST-REC
               INVALID KEY CONTINUE
           END-WRITE.
           EVALUATE WS-HIST-STATUS
               WHEN '00'
                   ADD 1 TO WS-ADDED-COUNT
                   ADD WS-REC-NET TO WS-ADDED-NET
               WHEN '22'
                   IF WS-BACKLOAD-SW = 'Y'
                       ADD 1 TO WS-DUP-COUNT
                       ADD WS-REC-NET TO WS-DUP-NET
                   ELSE
                       PERFORM COMPARE-EXISTING-HISTORY
                   END-IF
               WHEN OTHER
                   DISPLAY 'ODEV036: JRNLHIST WRITE ERROR STATUS '
                           WS-HIST-STATUS ' FOR ACCT ' JRNL-ACCT-NO
                   MOVE 'Y' TO WS-FATAL-SW
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       COMPARE-EXISTING-HISTORY.
           MOVE HIST-REC TO WS-NEW-HIST-REC.
           READ JRNL-HIST
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-HIST-STATUS NOT = '00'
                   DISPLAY 'ODEV036: JRNLHIST READ ERROR STATUS '
                           WS-HIST-STATUS ' FOR ACCT ' JRNL-ACCT-NO
                   MOVE 'Y' TO WS-FATAL-SW
                   MOVE 8 TO RETURN-CODE
               WHEN HIST-REC = WS-NEW-HIST-REC
                   ADD 1 TO WS-DUP-COUNT
                   ADD WS-REC-NET TO WS-DUP-NET
               WHEN OTHER
                   DISPLAY 'ODEV036: HISTORY DIFFERS FROM JOURNAL '
                           'FOR ACCT ' JRNL-ACCT-NO ' SEQ ' JRNL-SEQ
                   ADD 1 TO WS-DIFF-COUNT
                   MOVE 'Y' TO WS-FATAL-SW
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *Defterin ilk kaydi okunamazsa bos defter gibi islenir; ara
      *bir G/C hatasi dogrulama ve yukleme sayimlarini keser, kosu
      *olumcul isaretlenir.
       READ-JOURNAL.
           READ JRNL-FILE
               AT END MOVE 'Y' TO JRNL-EOF
           END-READ.
           IF JRNL-EOF NOT = 'Y' AND WS-JRNL-STATUS NOT = '00'
               DISPLAY 'ODEV036: JOURNAL READ ERROR STATUS '
                       WS-JRNL-STATUS
               MOVE 'Y' TO JRNL-EOF
               MOVE 'Y' TO WS-FATAL-SW
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO HLR-HEADER-1.
           MOVE 'ACCOUNT HISTORY LOAD CONTROL' TO HH1-TITLE.
           WRITE HLR-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO HLR-HEADER-2.
           MOVE 'RUN DATE: '        TO HH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO HH2-RUN-DATE.
           IF WS-BACKLOAD-SW = 'Y'
               MOVE 'MODE: BACKLOAD'  TO HH2-MODE-O
           ELSE
               MOVE 'MODE: NIGHTLY'   TO HH2-MODE-O
           END-IF.
           WRITE HLR-HEADER-2 AFTER ADVANCING 2.

      *Eklenen + zaten var olan = okunan olmali; yarida kalan
      *yukleme (olumcul hata) raporda ve donus kodunda gorulur.
      *Gece kipinde zaten var olan kayit, ayni gunun ikinci kez
      *yuklendigini gosterir ve 4 ile uyarilir.
       WRITE-CONTROL-REPORT.
           MOVE SPACES              TO HLR-TOTAL-REC.
           MOVE 'JOURNAL RECORDS READ:' TO HT-LABEL.
           MOVE WS-JRNL-COUNT       TO HT-COUNT-O.
           MOVE WS-JRNL-NET         TO HT-AMOUNT-O.
           WRITE HLR-TOTAL-REC AFTER ADVANCING 2.
           IF WS-BACKLOAD-SW NOT = 'Y'
               MOVE SPACES              TO HLR-TOTAL-REC
               MOVE 'POSTED NET (RUNCTL):' TO HT-LABEL
               MOVE WS-POSTED-NET       TO HT-AMOUNT-O
               WRITE HLR-TOTAL-REC AFTER ADVANCING 1
               MOVE SPACES              TO HLR-DATE-REC
               MOVE 'POSTING DATE (RUNCTL):' TO HD-LABEL
               MOVE WS-POSTED-DATE      TO HD-DATE-O
               WRITE HLR-DATE-REC AFTER ADVANCING 1
               MOVE SPACES              TO HLR-TOTAL-REC
               MOVE 'OTHER-DATE RECORDS:' TO HT-LABEL
               MOVE WS-OTHER-DATE-COUNT TO HT-COUNT-O
               WRITE HLR-TOTAL-REC AFTER ADVANCING 1
           END-IF.
           IF WS-JRNL-COUNT > 0
               MOVE SPACES              TO HLR-DATE-REC
               MOVE 'EARLIEST RUN DATE:' TO HD-LABEL
               MOVE WS-LOW-DATE         TO HD-DATE-O
               WRITE HLR-DATE-REC AFTER ADVANCING 1
               MOVE SPACES              TO HLR-DATE-REC
               MOVE 'LATEST RUN DATE:'  TO HD-LABEL
               MOVE WS-HIGH-DATE        TO HD-DATE-O
               WRITE HLR-DATE-REC AFTER ADVANCING 1
           END-IF.
           MOVE SPACES              TO HLR-TOTAL-REC.
           MOVE 'HISTORY RECORDS ADDED:' TO HT-LABEL.
           MOVE WS-ADDED-COUNT      TO HT-COUNT-O.
           MOVE WS-ADDED-NET        TO HT-AMOUNT-O.
           WRITE HLR-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES              TO HLR-TOTAL-REC.
           MOVE 'ALREADY ON HISTORY:'  TO HT-LABEL.
           MOVE WS-DUP-COUNT        TO HT-COUNT-O.
           MOVE WS-DUP-NET          TO HT-AMOUNT-O.
           WRITE HLR-TOTAL-REC AFTER ADVANCING 1.
           IF WS-DIFF-COUNT > 0
               MOVE SPACES              TO HLR-TOTAL-REC
               MOVE 'DIFFERENT ON HISTORY:' TO HT-LABEL
               MOVE WS-DIFF-COUNT       TO HT-COUNT-O
               WRITE HLR-TOTAL-REC AFTER ADVANCING 1
           END-IF.
           EVALUATE TRUE
               WHEN WS-LOAD-SW NOT = 'Y'
                   CONTINUE
               WHEN WS-DIFF-COUNT > 0
                   MOVE '*** HISTORY DIFFERS FROM JOURNAL - STOPPED'
                     TO WS-STATUS-TEXT
               WHEN WS-FATAL-SW = 'Y'
                   MOVE '*** LOAD INCOMPLETE - RERUN AFTER CORRECTION'
                     TO WS-STATUS-TEXT
               WHEN WS-ADDED-COUNT + WS-DUP-COUNT NOT = WS-JRNL-COUNT
                   MOVE '*** RECORD COUNTS DO NOT AGREE'
                     TO WS-STATUS-TEXT
                   DISPLAY 'ODEV036: RECORD COUNTS DO NOT AGREE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DUP-COUNT > 0 AND WS-BACKLOAD-SW NOT = 'Y'
                   MOVE 'HISTORY LOADED - SOME RECORDS ALREADY ON FILE'
                     TO WS-STATUS-TEXT
                   DISPLAY 'ODEV036: JOURNAL ALREADY PARTLY LOADED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'HISTORY LOADED AND BALANCED' TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES         TO HLR-STATUS-REC.
           MOVE WS-STATUS-TEXT TO HS-TEXT-O.
           WRITE HLR-STATUS-REC AFTER ADVANCING 2.
