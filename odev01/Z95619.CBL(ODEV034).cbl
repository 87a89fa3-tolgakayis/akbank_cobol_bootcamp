      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV034.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Kayit oncesi dolandiricilik / hiz taramasi. ODEV003'ten
      * SONRA, ODEV002'den ONCE calisir: ODEV003'un EDITTRAN
      * ciktisini okur, supheli borclari kayittan ayirip FRDHOUT
      * dolandiricilik bekletme dosyasina yazar, kalanlari ayni
      * duzende ve yine ACCT-NO sirasinda SCRNTRAN dosyasina
      * gecirir; ODEV002'ye TRANFILE olarak SCRNTRAN verilir.
      * Yalnizca musteri kaynakli borclar (GL sinifi 'O'; bkz.
      * TCODETBL) taranir; ucret, faiz ve zarar yazma hareketleri
      * ile tum alacaklar dogrudan gecer. Kurallar hesap basina,
      * gunun tum borclari birlikte degerlendirilerek uygulanir:
      *   DO  hareketsiz ('D') hesapta borc,
      *   AD  son N gun icinde ODEV008 ile adresi degismis hesapta
      *       borc (MNTLOG'daki uygulanmis 'N' kayitlari),
      *   CT  gunluk borc sayisi esigi asildi (hesabin tum
      *       borclari bekletilir),
      *   LP  tek borc ACCT-LIMIT'in belirli yuzdesine ulasti,
      *   RP  ayni tutarda borc gun icinde belirli sayida
      *       tekrarlandi.
      * Esikler CTLCARD'dan verilir. Bekletilen kayitlar
      * ODEV003'un SUSPIN/SUSPOUT kalibiyla kosudan kosuya
      * devreder: inceleyici FRDHIN kaydinda FRH-IN-DECISION'a
      * 'R' (serbest birak) ya da 'C' (iptal), FRH-IN-REVIEWER'a
      * kendi kimligini yazar. Serbest birakilanlar ertesi kosuda
      * yeniden taranmadan SCRNTRAN'a girer ve o gece kaydedilir;
      * yalniz hesap bu arada kapanmis, silinmis ya da (borcta)
      * zarar yazilmissa kalem 'ST' nedeniyle yeniden bekletilir.
      * Iptal edilenler kayda hic girmez. Her karar FRDLOG
      * kutugune eklenir; gunun uyarilari, kararlar ve inceleme
      * bekleyenler FRDRPT uyari raporuna basilir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-TRAN  ASSIGN TO EDITTRAN.
           SELECT TCODE-FILE ASSIGN TO TCODETBL
               FILE STATUS IS WS-TCODE-STATUS.
           SELECT ACCT-REC   ASSIGN TO ACCTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL FRDH-IN ASSIGN TO FRDHIN
               FILE STATUS IS WS-FRDHIN-STATUS.
           SELECT FRDH-OUT   ASSIGN TO FRDHOUT
               FILE STATUS IS WS-FRDHOUT-STATUS.
           SELECT SCRN-TRAN  ASSIGN TO SCRNTRAN.
           SELECT OPTIONAL FRD-LOG ASSIGN TO FRDLOG
               FILE STATUS IS WS-FLOG-STATUS.
           SELECT OPTIONAL MNT-LOG ASSIGN TO MNTLOG
               FILE STATUS IS WS-MLOG-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT FRD-RPT    ASSIGN TO FRDRPT.
           SELECT SORT-WORK  ASSIGN TO SRTWORK.
      *FRDHIN ilk kosuda henuz yoktur; FRDLOG ve MNTLOG da
      *OPTIONAL olarak bos dosya gibi karsilanir.
       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-TRAN RECORDING MODE F.
       01  EDIT-TRAN-REC.
           05  EDIT-ACCT-NO       PIC X(8).
           05  EDIT-TRAN-TYPE     PIC X(1).
           05  EDIT-TRAN-AMOUNT   PIC S9(7)V99 COMP-3.
           05  EDIT-TRAN-CODE     PIC X(2).
           05  EDIT-TRAN-DESC     PIC X(25).

      *Islem kodu tablosu (bkz. ODEV003); burada yalnizca GL
      *sinifi kullanilir.
       FD  TCODE-FILE RECORDING MODE F.
       01  TCODE-REC.
           05  TC-CODE            PIC X(2).
           05  TC-TYPE            PIC X(1).
           05  TC-DESC            PIC X(25).
           05  TC-RESTAMP         PIC X(1).
           05  TC-GL-CLASS        PIC X(1).

       FD  ACCT-REC.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
           05  ACCT-STATUS        PIC X(1).
           05  FILLER             PIC X(6).
           05  COMMENTS           PIC X(46).
           05  ACCT-CYCLE-DAY     PIC 9(2).
           05  ACCT-DELQ-CYCLES   PIC 9(2).
           05  ACCT-DELQ-BUCKET   PIC 9(1).
           05  ACCT-MIN-PAY-DUE   PIC S9(7)V99 COMP-3.

      *Dolandiricilik bekletme kaydi: islem goruntusu + kural
      *kodu + bekletildigi kosu tarihi + inceleyici karari ('R'
      *serbest birak, 'C' iptal, bos = inceleme bekliyor) +
      *karari veren inceleyicinin kimligi.
       FD  FRDH-IN RECORDING MODE F.
       01  FRDH-IN-REC.
           05  FRH-IN-TRAN.
               10  FRH-IN-ACCT-NO      PIC X(8).
               10  FRH-IN-TRAN-TYPE    PIC X(1).
               10  FRH-IN-TRAN-AMOUNT  PIC S9(7)V99 COMP-3.
               10  FRH-IN-TRAN-CODE    PIC X(2).
               10  FRH-IN-TRAN-DESC    PIC X(25).
           05  FRH-IN-RULE             PIC X(2).
           05  FRH-IN-HOLD-DATE        PIC 9(8).
           05  FRH-IN-DECISION         PIC X(1).
           05  FRH-IN-REVIEWER         PIC X(8).

       FD  FRDH-OUT RECORDING MODE F.
       01  FRDH-OUT-REC.
           05  FRH-OUT-TRAN            PIC X(41).
           05  FRH-OUT-RULE            PIC X(2).
           05  FRH-OUT-HOLD-DATE       PIC 9(8).
           05  FRH-OUT-DECISION        PIC X(1).
           05  FRH-OUT-REVIEWER        PIC X(8).

      *Taramadan gecen hareketler; EDITTRAN ile ayni duzen.
       FD  SCRN-TRAN RECORDING MODE F.
       01  SCRN-TRAN-REC          PIC X(41).

      *Karar kutugu: kosudan kosuya EXTEND ile birikir. Sonuc:
      *RELEASED (kayda gecti), CANCELLD (iptal), REHELD (serbest
      *birakildi ama hesap durumu degistigi icin yeniden
      *bekletildi).
       FD  FRD-LOG RECORDING MODE F.
       01  FRD-LOG-REC.
           05  FLG-TRAN           PIC X(41).
           05  FLG-RULE           PIC X(2).
           05  FLG-HOLD-DATE      PIC 9(8).
           05  FLG-DECISION-DATE  PIC 9(8).
           05  FLG-REVIEWER       PIC X(8).
           05  FLG-RESULT         PIC X(8).

      *ODEV008'in bakim kutugu (bkz. ODEV008 MLOG-REC).
       FD  MNT-LOG RECORDING MODE F.
       01  MLOG-REC.
           05  MLOG-ACCT-NO       PIC X(8).
           05  MLOG-DATE          PIC 9(8).
           05  MLOG-ACTION        PIC X(1).
           05  MLOG-USER-ID       PIC X(8).
           05  MLOG-RESULT        PIC X(8).
           05  MLOG-REASON        PIC X(22).
           05  MLOG-CHECKER-ID    PIC X(8).

      *Kontrol karti: gunluk borc sayisi esigi (kolon 1-3),
      *limit yuzdesi (4-6), adres degisikligi gun sayisi (7-9),
      *ayni tutar tekrar sayisi (10-11). Ornegin '01009003003'
      *karti 10 borc, %90, 30 gun ve 3 tekrar demektir.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-MAX-DEBITS     PIC 9(3).
           05  CTL-LIMIT-PCT      PIC 9(3).
           05  CTL-ADDR-DAYS      PIC 9(3).
           05  CTL-REPEAT-MIN     PIC 9(2).

      *Uyari raporu satirlari; ayni FD altindaki 01 duzeyleri
      *ayni depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
       FD  FRD-RPT RECORDING MODE F.
       01  FRD-RPT-REC            PIC X(80).
       01  ALR-HEADER-1.
           05  FILLER             PIC X(20).
           05  AH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  ALR-HEADER-2.
           05  AH2-LABEL          PIC X(10).
           05  AH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(60).
       01  ALR-CAPTION-REC.
           05  AC-CAPTION         PIC X(40).
           05  FILLER             PIC X(40).
       01  ALR-DETAIL-REC.
           05  AD-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-TRAN-TYPE-O     PIC X(1).
           05  FILLER             PIC X(2).
           05  AD-AMOUNT-O        PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  AD-TRAN-CODE-O     PIC X(2).
           05  FILLER             PIC X(2).
           05  AD-ACTION-O        PIC X(8).
           05  FILLER             PIC X(2).
           05  AD-RULE-O          PIC X(2).
           05  FILLER             PIC X(2).
           05  AD-RULE-TEXT-O     PIC X(22).
           05  FILLER             PIC X(2).
           05  AD-INFO-O          PIC X(10).
       01  ALR-TOTAL-REC.
           05  AT-LABEL           PIC X(25).
           05  AT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3).
           05  AT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(28).

      *SRT-SOURCE: 'N' gunun EDITTRAN kaydi, 'R' inceleyicinin
      *serbest biraktigi bekletme kaydi.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-TRAN.
               10  SRT-ACCT-NO        PIC X(8).
               10  SRT-TRAN-TYPE      PIC X(1).
               10  SRT-TRAN-AMOUNT    PIC S9(7)V99 COMP-3.
               10  SRT-TRAN-CODE      PIC X(2).
               10  SRT-TRAN-DESC      PIC X(25).
           05  SRT-SOURCE         PIC X(1).
           05  SRT-RULE           PIC X(2).
           05  SRT-HOLD-DATE      PIC 9(8).
           05  SRT-REVIEWER       PIC X(8).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 EDIT-EOF          PIC X VALUE SPACE.
         05 FRDH-EOF          PIC X VALUE SPACE.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 SORT-EOF-SW       PIC X VALUE SPACE.
         05 TCODE-EOF         PIC X VALUE SPACE.
         05 MLOG-EOF          PIC X VALUE SPACE.
         05 WS-TC-FOUND-SW    PIC X VALUE SPACE.
         05 WS-MASTER-MATCH   PIC X VALUE SPACE.

       01 WS-TCODE-STATUS     PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-FRDHIN-STATUS    PIC XX VALUE SPACES.
       01 WS-FRDHOUT-STATUS   PIC XX VALUE SPACES.
       01 WS-FLOG-STATUS      PIC XX VALUE SPACES.
       01 WS-FLOG-OK          PIC X  VALUE SPACE.
       01 WS-MLOG-STATUS      PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

      *Tarama esikleri; kontrol karti verilmezse gunde 10'dan
      *fazla borc, limitin %90'i, 30 gun icinde adres degisikligi
      *ve ayni tutarin 3 kez tekrari kullanilir.
       01 WS-RULE-FIELDS.
         05 WS-MAX-DEBITS       PIC 9(3) VALUE 10.
         05 WS-LIMIT-PCT        PIC 9(3) VALUE 90.
         05 WS-ADDR-DAYS        PIC 9(3) VALUE 30.
         05 WS-REPEAT-MIN       PIC 9(2) VALUE 3.
         05 WS-LIMIT-THRESHOLD  PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-ACCT-RULE        PIC X(2) VALUE SPACES.
         05 WS-SAME-COUNT       PIC 9(3) COMP VALUE 0.
         05 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
         05 WS-CUTOFF-INT       PIC S9(9) COMP VALUE 0.
         05 WS-ENTRY-INT        PIC S9(9) COMP VALUE 0.
         05 WS-HOLD-AGE         PIC S9(5) COMP VALUE 0.

      *TCODETBL'den yuklenen kod / GL sinifi tablosu.
       01 WS-TCODE-TABLE.
         05 WS-TC-MAX         PIC 9(3) COMP VALUE 20.
         05 WS-TC-COUNT       PIC 9(3) COMP VALUE 0.
         05 WS-TC-IX          PIC 9(3) COMP VALUE 0.
         05 WS-TC-GL-CURR     PIC X(1) VALUE SPACE.
         05 WS-TC-ENTRY OCCURS 20.
            10 WS-TC-CODE     PIC X(2).
            10 WS-TC-GL-CLASS PIC X(1).

      *Adres degisikligi suresi icinde ODEV008 ile adresi (ya da
      *adi) degismis hesaplar. Tablo dolarsa kalan hesaplar bu
      *kurala girmez; konsola ve 4 donus koduyla bildirilir.
       01 WS-RECENT-ADDR-TABLE.
         05 WS-RA-MAX         PIC 9(4) COMP VALUE 1000.
         05 WS-RA-COUNT       PIC 9(4) COMP VALUE 0.
         05 WS-RA-IX          PIC 9(4) COMP VALUE 0.
         05 WS-RA-ACCT        PIC X(8) VALUE SPACES.
         05 WS-RA-FOUND-SW    PIC X VALUE SPACE.
         05 WS-RA-FULL-SW     PIC X VALUE SPACE.
         05 WS-RA-ENTRY OCCURS 1000.
            10 WS-RA-ACCT-NO  PIC X(8).

      *Bir hesabin gun icindeki taranan borclari burada toplanir
      *ve hesap degisince birlikte degerlendirilir. Karttaki sayi
      *esigi WS-GRP-MAX'tan kucuk tutuldugundan (READ-CONTROL-CARD)
      *100'u asan borclar esigi zaten asmistir ve dogrudan 'CT'
      *ile bekletilir.
       01 WS-GROUP-TABLE.
         05 WS-GRP-MAX        PIC 9(3) COMP VALUE 100.
         05 WS-GRP-COUNT      PIC 9(3) COMP VALUE 0.
         05 WS-GRP-OVERFLOW   PIC 9(5) COMP VALUE 0.
         05 WS-GRP-IX         PIC 9(3) COMP VALUE 0.
         05 WS-GRP-JX         PIC 9(3) COMP VALUE 0.
         05 WS-GRP-ACCT       PIC X(8) VALUE LOW-VALUES.
         05 WS-GRP-ENTRY OCCURS 100.
            10 WS-GRP-TRAN.
               15 WS-GRP-ACCT-NO  PIC X(8).
               15 WS-GRP-TYPE     PIC X(1).
               15 WS-GRP-AMOUNT   PIC S9(7)V99 COMP-3.
               15 WS-GRP-CODE     PIC X(2).
               15 WS-GRP-DESC     PIC X(25).

      *Yazilmak uzere olan hareket ve bekletme nedeni.
       01 WS-CUR-TRAN.
         05 WS-CUR-ACCT-NO    PIC X(8).
         05 WS-CUR-TYPE       PIC X(1).
         05 WS-CUR-AMOUNT     PIC S9(7)V99 COMP-3.
         05 WS-CUR-CODE       PIC X(2).
         05 WS-CUR-DESC       PIC X(25).
       01 WS-CUR-RULE         PIC X(2) VALUE SPACES.
       01 WS-LOG-RESULT       PIC X(8) VALUE SPACES.
       01 WS-LOG-HOLD-DATE    PIC 9(8) VALUE 0.
       01 WS-LOG-REVIEWER     PIC X(8) VALUE SPACES.
       01 WS-INFO-TEXT        PIC X(10) VALUE SPACES.
       01 WS-CAPTION-TEXT     PIC X(40) VALUE SPACES.
       01 WS-AGE-TEXT.
         05 FILLER            PIC X(4) VALUE 'AGE '.
         05 WS-AGE-O          PIC ZZ9.
         05 FILLER            PIC X(3) VALUE SPACES.

      *Uyari raporu mutabakati: girdi + serbest birakilan =
      *gecen + yeni bekletilen + yeniden bekletilen.
       01 WS-COUNTERS.
         05 WS-INPUT-COUNT    PIC 9(7) VALUE 0.
         05 WS-INPUT-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-PASSED-COUNT   PIC 9(7) VALUE 0.
         05 WS-PASSED-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-HELD-COUNT     PIC 9(7) VALUE 0.
         05 WS-HELD-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
         05 WS-RELEASED-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-REHELD-COUNT   PIC 9(7) VALUE 0.
         05 WS-REHELD-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-CANCEL-COUNT   PIC 9(7) VALUE 0.
         05 WS-CANCEL-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-AWAIT-COUNT    PIC 9(7) VALUE 0.
         05 WS-AWAIT-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-REFUSED-COUNT  PIC 9(7) VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

      *Kod tablosu yuklenemezse hangi borcun musteri kaynakli
      *oldugu bilinemez; kosu SCRNTRAN uretmeden 8 ile biter ve
      *kayit kosusu baslamaz (bkz. ODEV003).
       PROCEDURE DIVISION.
       OPEN-FILES.
           PERFORM LOAD-TCODE-TABLE.
           IF WS-TC-COUNT = 0
               DISPLAY 'ODEV034: TRAN CODE TABLE EMPTY OR MISSING'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '97'
               DISPLAY 'ODEV034: MASTER OPEN FAILED STATUS '
                       WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  FRDH-IN.
           IF WS-FRDHIN-STATUS NOT = '00'
              AND WS-FRDHIN-STATUS NOT = '05'
               DISPLAY 'ODEV034: FRDHIN OPEN FAILED STATUS '
                       WS-FRDHIN-STATUS
               CLOSE ACCT-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FRDH-OUT.
           IF WS-FRDHOUT-STATUS NOT = '00'
               DISPLAY 'ODEV034: FRDHOUT OPEN FAILED STATUS '
                       WS-FRDHOUT-STATUS
               CLOSE ACCT-REC
               CLOSE FRDH-IN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  EDIT-TRAN.
           OPEN OUTPUT SCRN-TRAN.
           OPEN OUTPUT FRD-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW).
           PERFORM READ-CONTROL-CARD.
           PERFORM LOAD-RECENT-ADDRESSES.
      *Karar kutugu acilamazsa tarama durdurulmaz; kararlar yine
      *uygulanir ama kutuge yazilmaz (bkz. ODEV008 MNTLOG).
           OPEN EXTEND FRD-LOG.
           IF WS-FLOG-STATUS = '00' OR WS-FLOG-STATUS = '05'
               MOVE 'Y' TO WS-FLOG-OK
           ELSE
               DISPLAY 'ODEV034: FRDLOG OPEN FAILED STATUS '
                       WS-FLOG-STATUS ' - DECISIONS NOT LOGGED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

      *Gunun hareketleri ile serbest birakilan bekletmeler ACCT-NO
      *sirasina sokulur; cikti tarafi hesap hesap tarar ve
      *ODEV002'nin bekledigi sirali SCRNTRAN'i yazar.
       SCREEN-TRANSACTIONS.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ACCT-NO
               INPUT PROCEDURE  IS GATHER-SCREEN-INPUT
               OUTPUT PROCEDURE IS SCREEN-SORTED-TRANS
           PERFORM WRITE-REPORT-TOTALS
           .

       CLOSE-STOP.
           CLOSE EDIT-TRAN.
           CLOSE ACCT-REC.
           CLOSE FRDH-IN.
           CLOSE FRDH-OUT.
           CLOSE SCRN-TRAN.
           CLOSE FRD-RPT.
           IF WS-FLOG-OK = 'Y' OR WS-FLOG-OK = 'E'
               CLOSE FRD-LOG
           END-IF.
           DISPLAY 'ODEV034: TRANS SCREENED    - ' WS-INPUT-COUNT.
           DISPLAY 'ODEV034: PASSED TO POSTING - ' WS-PASSED-COUNT.
           DISPLAY 'ODEV034: NEW FRAUD HOLDS   - ' WS-HELD-COUNT.
           DISPLAY 'ODEV034: HOLDS RELEASED    - ' WS-RELEASED-COUNT.
           DISPLAY 'ODEV034: RELEASES REHELD   - ' WS-REHELD-COUNT.
           DISPLAY 'ODEV034: HOLDS CANCELLED   - ' WS-CANCEL-COUNT.
           DISPLAY 'ODEV034: AWAITING REVIEW   - ' WS-AWAIT-COUNT.
           GOBACK.

      *SORT'un girdi tarafi: once gunun EDITTRAN kayitlari salinir,
      *sonra onceki bekletmeler okunur. Serbest birakilanlar
      *siraya salinir, iptal edilenler kutuge yazilir; kararsiz
      *ya da gecersiz kararli kayitlar FRDHOUT'a aynen devreder.
       GATHER-SCREEN-INPUT.
           PERFORM READ-EDIT-TRAN
           PERFORM UNTIL EDIT-EOF = 'Y'
               ADD 1 TO WS-INPUT-COUNT
               ADD EDIT-TRAN-AMOUNT TO WS-INPUT-AMT
               MOVE EDIT-TRAN-REC   TO SRT-TRAN
               MOVE 'N'             TO SRT-SOURCE
               MOVE SPACES          TO SRT-RULE SRT-REVIEWER
               MOVE ZERO            TO SRT-HOLD-DATE
               RELEASE SORT-REC
               PERFORM READ-EDIT-TRAN
           END-PERFORM
           MOVE 'PRIOR HOLDS - DECISIONS AND AWAITING'
             TO WS-CAPTION-TEXT
           PERFORM WRITE-SECTION-CAPTION
           PERFORM READ-FRDH
           PERFORM UNTIL FRDH-EOF = 'Y'
               EVALUATE TRUE
                   WHEN FRH-IN-DECISION = SPACE
                       PERFORM CARRY-HOLD-FORWARD
                   WHEN FRH-IN-REVIEWER = SPACES
                     OR (FRH-IN-DECISION NOT = 'R'
                         AND FRH-IN-DECISION NOT = 'C')
                       PERFORM REFUSE-DECISION
                   WHEN FRH-IN-DECISION = 'R'
                       MOVE FRH-IN-TRAN      TO SRT-TRAN
                       MOVE 'R'              TO SRT-SOURCE
                       MOVE FRH-IN-RULE      TO SRT-RULE
                       MOVE FRH-IN-HOLD-DATE TO SRT-HOLD-DATE
                       MOVE FRH-IN-REVIEWER  TO SRT-REVIEWER
                       RELEASE SORT-REC
                   WHEN OTHER
                       PERFORM CANCEL-HOLD
               END-EVALUATE
               PERFORM READ-FRDH
           END-PERFORM.

      *Karar verilmemis bekletme aynen devreder; raporda kac
      *gundur bekledigi gosterilir.
       CARRY-HOLD-FORWARD.
           MOVE FRH-IN-TRAN TO WS-CUR-TRAN.
           MOVE FRH-IN-RULE TO WS-CUR-RULE.
           MOVE FRDH-IN-REC TO FRDH-OUT-REC.
           PERFORM PUT-HOLD-RECORD.
           ADD 1 TO WS-AWAIT-COUNT.
           IF FRH-IN-TRAN-AMOUNT NUMERIC
               ADD FRH-IN-TRAN-AMOUNT TO WS-AWAIT-AMT
           END-IF.
           PERFORM COMPUTE-HOLD-AGE.
           MOVE WS-HOLD-AGE TO WS-AGE-O.
           MOVE 'AWAITING'  TO WS-LOG-RESULT.
           MOVE WS-AGE-TEXT TO WS-INFO-TEXT.
           PERFORM WRITE-ALERT-DETAIL.

      *Inceleyici kimligi olmayan ya da 'R'/'C' disinda kararli
      *kayit uygulanmaz; duzeltilmek uzere aynen devreder.
       REFUSE-DECISION.
           MOVE FRH-IN-TRAN TO WS-CUR-TRAN.
           MOVE FRH-IN-RULE TO WS-CUR-RULE.
           MOVE FRDH-IN-REC TO FRDH-OUT-REC.
           PERFORM PUT-HOLD-RECORD.
           ADD 1 TO WS-REFUSED-COUNT.
           ADD 1 TO WS-AWAIT-COUNT.
           IF FRH-IN-TRAN-AMOUNT NUMERIC
               ADD FRH-IN-TRAN-AMOUNT TO WS-AWAIT-AMT
           END-IF.
           DISPLAY 'ODEV034: INVALID DECISION FOR ACCT '
                   FRH-IN-ACCT-NO ' - CARRIED FORWARD'.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'REFUSED'   TO WS-LOG-RESULT.
           MOVE FRH-IN-REVIEWER TO WS-INFO-TEXT.
           PERFORM WRITE-ALERT-DETAIL.

       CANCEL-HOLD.
           ADD 1 TO WS-CANCEL-COUNT.
           IF FRH-IN-TRAN-AMOUNT NUMERIC
               ADD FRH-IN-TRAN-AMOUNT TO WS-CANCEL-AMT
           END-IF.
           MOVE FRH-IN-TRAN      TO WS-CUR-TRAN.
           MOVE FRH-IN-RULE      TO WS-CUR-RULE.
           MOVE 'CANCELLD'       TO WS-LOG-RESULT.
           MOVE FRH-IN-HOLD-DATE TO WS-LOG-HOLD-DATE.
           MOVE FRH-IN-REVIEWER  TO WS-LOG-REVIEWER.
           PERFORM WRITE-DECISION-LOG.
           MOVE FRH-IN-REVIEWER  TO WS-INFO-TEXT.
           PERFORM WRITE-ALERT-DETAIL.

      *SORT'un cikti tarafi: ACCT-NO sirasindaki akis ACCT-NO
      *sirasindaki ana dosyayla eslestirilir (bkz. ODEV003).
      *Hesap degisince onceki hesabin biriken borclari
      *degerlendirilir; bu anda ana dosya imleci hala o hesaptadir.
       SCREEN-SORTED-TRANS.
           MOVE 'TODAY''S SCREENING' TO WS-CAPTION-TEXT.
           PERFORM WRITE-SECTION-CAPTION.
           PERFORM READ-MASTER
           PERFORM UNTIL SORT-EOF-SW = 'Y'
               RETURN SORT-WORK
                   AT END MOVE 'Y' TO SORT-EOF-SW
                   NOT AT END PERFORM SCREEN-ONE-TRAN
               END-RETURN
           END-PERFORM
           PERFORM FLUSH-ACCOUNT-GROUP.

       SCREEN-ONE-TRAN.
           IF SRT-ACCT-NO NOT = WS-GRP-ACCT
               PERFORM FLUSH-ACCOUNT-GROUP
               MOVE SRT-ACCT-NO TO WS-GRP-ACCT
               PERFORM UNTIL MASTER-EOF = 'Y'
                          OR ACCT-NO >= SRT-ACCT-NO
                   PERFORM READ-MASTER
               END-PERFORM
               IF MASTER-EOF NOT = 'Y' AND ACCT-NO = SRT-ACCT-NO
                   MOVE 'Y'   TO WS-MASTER-MATCH
               ELSE
                   MOVE SPACE TO WS-MASTER-MATCH
               END-IF
           END-IF
           MOVE SRT-TRAN TO WS-CUR-TRAN
           EVALUATE TRUE
               WHEN SRT-SOURCE = 'R'
                   PERFORM RECHECK-RELEASED-TRAN
               WHEN SRT-TRAN-TYPE NOT = 'D'
                   PERFORM PASS-TRAN
               WHEN OTHER
                   PERFORM LOOKUP-GL-CLASS
                   IF WS-TC-FOUND-SW = 'Y' AND WS-TC-GL-CURR NOT = 'O'
                       PERFORM PASS-TRAN
                   ELSE
                       PERFORM COLLECT-DEBIT
                   END-IF
           END-EVALUATE.

       COLLECT-DEBIT.
           IF WS-GRP-COUNT < WS-GRP-MAX
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-CUR-TRAN TO WS-GRP-TRAN (WS-GRP-COUNT)
           ELSE
               ADD 1 TO WS-GRP-OVERFLOW
               MOVE 'CT' TO WS-CUR-RULE
               PERFORM HOLD-NEW-TRAN
           END-IF.

      *Hesabin tum borclarina uygulanan kurallar once (DO, AD,
      *CT), kaleme ozgu kurallar (LP, RP) sonra sinanir; kalem
      *ilk tutan kuralin koduyla bekletilir.
       FLUSH-ACCOUNT-GROUP.
           IF WS-GRP-COUNT > 0
               MOVE SPACES TO WS-ACCT-RULE
               MOVE ZERO   TO WS-LIMIT-THRESHOLD
               MOVE WS-GRP-ACCT TO WS-RA-ACCT
               PERFORM FIND-RECENT-ADDRESS
               EVALUATE TRUE
                   WHEN WS-MASTER-MATCH = 'Y' AND ACCT-STATUS = 'D'
                       MOVE 'DO' TO WS-ACCT-RULE
                   WHEN WS-RA-FOUND-SW = 'Y'
                       MOVE 'AD' TO WS-ACCT-RULE
                   WHEN WS-GRP-COUNT + WS-GRP-OVERFLOW > WS-MAX-DEBITS
                       MOVE 'CT' TO WS-ACCT-RULE
               END-EVALUATE
               IF WS-MASTER-MATCH = 'Y' AND ACCT-LIMIT > ZERO
                   COMPUTE WS-LIMIT-THRESHOLD ROUNDED =
                       ACCT-LIMIT * WS-LIMIT-PCT / 100
               END-IF
               PERFORM VARYING WS-GRP-IX FROM 1 BY 1
                       UNTIL WS-GRP-IX > WS-GRP-COUNT
                   PERFORM SCREEN-GROUP-ENTRY
               END-PERFORM
           END-IF.
           MOVE ZERO TO WS-GRP-COUNT WS-GRP-OVERFLOW.

       SCREEN-GROUP-ENTRY.
           MOVE WS-GRP-TRAN (WS-GRP-IX) TO WS-CUR-TRAN.
           MOVE WS-ACCT-RULE TO WS-CUR-RULE.
           IF WS-CUR-RULE = SPACES AND WS-LIMIT-THRESHOLD > ZERO
              AND WS-CUR-AMOUNT >= WS-LIMIT-THRESHOLD
               MOVE 'LP' TO WS-CUR-RULE
           END-IF.
           IF WS-CUR-RULE = SPACES
               MOVE ZERO TO WS-SAME-COUNT
               PERFORM VARYING WS-GRP-JX FROM 1 BY 1
                       UNTIL WS-GRP-JX > WS-GRP-COUNT
                   IF WS-GRP-AMOUNT (WS-GRP-JX) = WS-CUR-AMOUNT
                       ADD 1 TO WS-SAME-COUNT
                   END-IF
               END-PERFORM
               IF WS-SAME-COUNT >= WS-REPEAT-MIN
                   MOVE 'RP' TO WS-CUR-RULE
               END-IF
           END-IF.
           IF WS-CUR-RULE = SPACES
               PERFORM PASS-TRAN
           ELSE
               PERFORM HOLD-NEW-TRAN
           END-IF.

      *Serbest birakilan kalem yeniden taranmaz; yalniz hesap bu
      *arada ana dosyadan dusmus, kapanmis ya da (borcta) zarar
      *yazilmissa ODEV003 zaten reddedecegi icin kayda
      *gonderilmez, 'ST' ile yeniden bekletilir.
       RECHECK-RELEASED-TRAN.
           MOVE SRT-HOLD-DATE TO WS-LOG-HOLD-DATE.
           MOVE SRT-REVIEWER  TO WS-LOG-REVIEWER.
           IF WS-MASTER-MATCH NOT = 'Y'
              OR ACCT-STATUS = 'C'
              OR (ACCT-STATUS = 'W' AND SRT-TRAN-TYPE = 'D')
               MOVE 'ST'       TO WS-CUR-RULE
               MOVE 'REHELD'   TO WS-LOG-RESULT
               ADD 1 TO WS-REHELD-COUNT
               ADD SRT-TRAN-AMOUNT TO WS-REHELD-AMT
               PERFORM WRITE-HOLD-RECORD
           ELSE
               MOVE SRT-RULE   TO WS-CUR-RULE
               MOVE 'RELEASED' TO WS-LOG-RESULT
               ADD 1 TO WS-RELEASED-COUNT
               ADD SRT-TRAN-AMOUNT TO WS-RELEASED-AMT
               PERFORM PASS-TRAN
           END-IF.
           PERFORM WRITE-DECISION-LOG.
           MOVE SRT-REVIEWER  TO WS-INFO-TEXT.
           PERFORM WRITE-ALERT-DETAIL.

       PASS-TRAN.
           MOVE WS-CUR-TRAN TO SCRN-TRAN-REC.
           WRITE SCRN-TRAN-REC.
           ADD 1 TO WS-PASSED-COUNT.
           ADD WS-CUR-AMOUNT TO WS-PASSED-AMT.

       HOLD-NEW-TRAN.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-CUR-AMOUNT TO WS-HELD-AMT.
           PERFORM WRITE-HOLD-RECORD.
           MOVE 'HELD'   TO WS-LOG-RESULT.
           MOVE SPACES   TO WS-INFO-TEXT.
           PERFORM WRITE-ALERT-DETAIL.

       WRITE-HOLD-RECORD.
           MOVE WS-CUR-TRAN     TO FRH-OUT-TRAN.
           MOVE WS-CUR-RULE     TO FRH-OUT-RULE.
           MOVE WS-RUN-DATE-RAW TO FRH-OUT-HOLD-DATE.
           MOVE SPACE           TO FRH-OUT-DECISION.
           MOVE SPACES          TO FRH-OUT-REVIEWER.
           PERFORM PUT-HOLD-RECORD.

      *FRDHOUT yazimi (yeni, devreden ya da reddedilen kararli
      *bekletme) dogrulanir; kaybolan bir bekletme ne kayda gecer
      *ne de incelenir, bu yuzden hata olumculdur.
       PUT-HOLD-RECORD.
           WRITE FRDH-OUT-REC.
           IF WS-FRDHOUT-STATUS NOT = '00'
               DISPLAY 'ODEV034: FRDHOUT WRITE ERROR STATUS '
                       WS-FRDHOUT-STATUS ' FOR ACCT ' WS-CUR-ACCT-NO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Bekletme tarihi ve inceleyici cagirandan doldurulmus gelir.
       WRITE-DECISION-LOG.
           IF WS-FLOG-OK = 'Y'
               MOVE WS-CUR-TRAN     TO FLG-TRAN
               MOVE WS-CUR-RULE     TO FLG-RULE
               MOVE WS-LOG-HOLD-DATE TO FLG-HOLD-DATE
               MOVE WS-LOG-REVIEWER TO FLG-REVIEWER
               MOVE WS-RUN-DATE-RAW TO FLG-DECISION-DATE
               MOVE WS-LOG-RESULT   TO FLG-RESULT
               WRITE FRD-LOG-REC
               IF WS-FLOG-STATUS NOT = '00'
                   DISPLAY 'ODEV034: FRDLOG WRITE ERROR STATUS '
                           WS-FLOG-STATUS ' - LOGGING STOPPED'
                   MOVE 'E' TO WS-FLOG-OK
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *Son sutun (inceleyici ya da bekleme yasi) cagirandan
      *WS-INFO-TEXT'te gelir.
       WRITE-ALERT-DETAIL.
           MOVE SPACES          TO ALR-DETAIL-REC.
           MOVE WS-CUR-ACCT-NO  TO AD-ACCT-NO-O.
           MOVE WS-CUR-TYPE     TO AD-TRAN-TYPE-O.
           IF WS-CUR-AMOUNT NUMERIC
               MOVE WS-CUR-AMOUNT TO AD-AMOUNT-O
           ELSE
               MOVE ZERO          TO AD-AMOUNT-O
           END-IF.
           MOVE WS-CUR-CODE     TO AD-TRAN-CODE-O.
           MOVE WS-LOG-RESULT   TO AD-ACTION-O.
           MOVE WS-CUR-RULE     TO AD-RULE-O.
           EVALUATE WS-CUR-RULE
               WHEN 'DO' MOVE 'DORMANT ACCOUNT'      TO AD-RULE-TEXT-O
               WHEN 'AD' MOVE 'RECENT ADDR CHANGE'   TO AD-RULE-TEXT-O
               WHEN 'CT' MOVE 'DAILY DEBIT COUNT'    TO AD-RULE-TEXT-O
               WHEN 'LP' MOVE 'DEBIT NEAR LIMIT'     TO AD-RULE-TEXT-O
               WHEN 'RP' MOVE 'REPEATED AMOUNT'      TO AD-RULE-TEXT-O
               WHEN 'ST' MOVE 'ACCT STATUS CHANGED'  TO AD-RULE-TEXT-O
               WHEN OTHER MOVE SPACES                TO AD-RULE-TEXT-O
           END-EVALUATE.
           MOVE WS-INFO-TEXT    TO AD-INFO-O.
           WRITE ALR-DETAIL-REC AFTER ADVANCING 1.

       COMPUTE-HOLD-AGE.
           IF FRH-IN-HOLD-DATE NUMERIC AND FRH-IN-HOLD-DATE > ZERO
               COMPUTE WS-ENTRY-INT =
                   FUNCTION INTEGER-OF-DATE(FRH-IN-HOLD-DATE)
               COMPUTE WS-HOLD-AGE = WS-TODAY-INT - WS-ENTRY-INT
           ELSE
               MOVE 999 TO WS-HOLD-AGE
           END-IF.

      *Kod tablosunu TCODETBL'den yukler (bkz. ODEV003).
       LOAD-TCODE-TABLE.
           OPEN INPUT TCODE-FILE.
           IF WS-TCODE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM READ-TCODE
               PERFORM UNTIL TCODE-EOF = 'Y'
                          OR WS-TC-COUNT >= WS-TC-MAX
                   IF TC-CODE NOT = SPACES
                       ADD 1 TO WS-TC-COUNT
                       MOVE TC-CODE     TO WS-TC-CODE (WS-TC-COUNT)
                       MOVE TC-GL-CLASS TO WS-TC-GL-CLASS (WS-TC-COUNT)
                   END-IF
                   PERFORM READ-TCODE
               END-PERFORM
               CLOSE TCODE-FILE
           END-IF.

       READ-TCODE.
           READ TCODE-FILE
               AT END MOVE 'Y' TO TCODE-EOF
           END-READ.

      *Tabloda olmayan kod (ODEV003'ten gecmis olamaz) taranir.
       LOOKUP-GL-CLASS.
           MOVE SPACE TO WS-TC-FOUND-SW WS-TC-GL-CURR.
           PERFORM VARYING WS-TC-IX FROM 1 BY 1
                   UNTIL WS-TC-IX > WS-TC-COUNT
               IF SRT-TRAN-CODE = WS-TC-CODE (WS-TC-IX)
                   MOVE 'Y' TO WS-TC-FOUND-SW
                   MOVE WS-TC-GL-CLASS (WS-TC-IX) TO WS-TC-GL-CURR
                   MOVE WS-TC-COUNT TO WS-TC-IX
               END-IF
           END-PERFORM.

      *Bakim kutugundeki uygulanmis ad/adres degisikliklerinden
      *sure icinde kalanlar tabloya alinir (bkz. ODEV008'in
      *LOAD-RECENT-LIMITS'i). Kutuk okunamazsa adres kurali
      *uygulanamaz; kosu 4 ile isaretlenir.
       LOAD-RECENT-ADDRESSES.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-ADDR-DAYS.
           OPEN INPUT MNT-LOG.
           IF WS-MLOG-STATUS = '00' OR WS-MLOG-STATUS = '05'
               PERFORM READ-MAINT-LOG
               PERFORM UNTIL MLOG-EOF = 'Y'
                   IF MLOG-ACTION = 'N' AND MLOG-RESULT = 'APPLIED'
                      AND MLOG-DATE NUMERIC AND MLOG-DATE > ZERO
                       COMPUTE WS-ENTRY-INT =
                           FUNCTION INTEGER-OF-DATE(MLOG-DATE)
                       IF WS-ENTRY-INT >= WS-CUTOFF-INT
                           MOVE MLOG-ACCT-NO TO WS-RA-ACCT
                           PERFORM REMEMBER-ADDRESS-CHANGE
                       END-IF
                   END-IF
                   PERFORM READ-MAINT-LOG
               END-PERFORM
               CLOSE MNT-LOG
           ELSE
               DISPLAY 'ODEV034: MNTLOG READ FAILED STATUS '
                       WS-MLOG-STATUS ' - ADDRESS RULE SKIPPED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-RA-FULL-SW = 'Y'
               DISPLAY 'ODEV034: RECENT ADDRESS TABLE FULL - '
                       'ADDRESS RULE INCOMPLETE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-MAINT-LOG.
           READ MNT-LOG
               AT END MOVE 'Y' TO MLOG-EOF
           END-READ.
           IF MLOG-EOF NOT = 'Y' AND WS-MLOG-STATUS NOT = '00'
               DISPLAY 'ODEV034: MNTLOG READ ERROR STATUS '
                       WS-MLOG-STATUS ' - ADDRESS RULE INCOMPLETE'
               MOVE 'Y' TO MLOG-EOF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       REMEMBER-ADDRESS-CHANGE.
           PERFORM FIND-RECENT-ADDRESS.
           IF WS-RA-FOUND-SW NOT = 'Y'
               IF WS-RA-COUNT < WS-RA-MAX
                   ADD 1 TO WS-RA-COUNT
                   MOVE WS-RA-ACCT TO WS-RA-ACCT-NO (WS-RA-COUNT)
               ELSE
                   MOVE 'Y' TO WS-RA-FULL-SW
               END-IF
           END-IF.

       FIND-RECENT-ADDRESS.
           MOVE SPACE TO WS-RA-FOUND-SW.
           PERFORM VARYING WS-RA-IX FROM 1 BY 1
                   UNTIL WS-RA-IX > WS-RA-COUNT
                      OR WS-RA-FOUND-SW = 'Y'
               IF WS-RA-ACCT-NO (WS-RA-IX) = WS-RA-ACCT
                   MOVE 'Y' TO WS-RA-FOUND-SW
               END-IF
           END-PERFORM.

      *Kontrol karti verilmemisse ('35') varsayilan esikler
      *kullanilir; tekrar esigi en az 2 olabilir. Borc sayisi esigi
      *borc tablosundan (WS-GRP-MAX) kucuk olmalidir; buyukse
      *varsayilan esik korunur ve uyari verilir.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-MAX-DEBITS NUMERIC
                          AND CTL-MAX-DEBITS > 0
                           IF CTL-MAX-DEBITS < WS-GRP-MAX
                               MOVE CTL-MAX-DEBITS TO WS-MAX-DEBITS
                           ELSE
                               DISPLAY 'ODEV034: CTLCARD MAX DEBITS '
                                       CTL-MAX-DEBITS
                                       ' NOT BELOW TABLE SIZE - USING '
                                       WS-MAX-DEBITS
                               IF RETURN-CODE < 4
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                           END-IF
                       END-IF
                       IF CTL-LIMIT-PCT NUMERIC
                          AND CTL-LIMIT-PCT > 0
                           MOVE CTL-LIMIT-PCT TO WS-LIMIT-PCT
                       END-IF
                       IF CTL-ADDR-DAYS NUMERIC
                          AND CTL-ADDR-DAYS > 0
                           MOVE CTL-ADDR-DAYS TO WS-ADDR-DAYS
                       END-IF
                       IF CTL-REPEAT-MIN NUMERIC
                          AND CTL-REPEAT-MIN > 1
                           MOVE CTL-REPEAT-MIN TO WS-REPEAT-MIN
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

       READ-EDIT-TRAN.
           READ EDIT-TRAN
               AT END MOVE 'Y' TO EDIT-EOF
           END-READ.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
      *dosya tukenmis sayilir ve kosu isaretlenir.
       READ-FRDH.
           READ FRDH-IN
               AT END MOVE 'Y' TO FRDH-EOF
           END-READ.
           IF FRDH-EOF NOT = 'Y' AND WS-FRDHIN-STATUS NOT = '00'
               DISPLAY 'ODEV034: FRDHIN READ ERROR STATUS '
                       WS-FRDHIN-STATUS
               MOVE 'Y' TO FRDH-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-MASTER.
           READ ACCT-REC
               AT END MOVE 'Y' TO MASTER-EOF
           END-READ.
           IF MASTER-EOF NOT = 'Y' AND WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ODEV034: MASTER READ ERROR STATUS '
                       WS-ACCT-STATUS
               MOVE 'Y' TO MASTER-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ALR-HEADER-1.
           MOVE 'FRAUD SCREEN ALERT REPORT' TO AH1-TITLE.
           WRITE ALR-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO ALR-HEADER-2.
           MOVE 'RUN DATE: '        TO AH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO AH2-RUN-DATE.
           WRITE ALR-HEADER-2 AFTER ADVANCING 2.

       WRITE-SECTION-CAPTION.
           MOVE SPACES          TO ALR-CAPTION-REC.
           MOVE WS-CAPTION-TEXT TO AC-CAPTION.
           WRITE ALR-CAPTION-REC AFTER ADVANCING 2.

      *Mutabakat: girdi + serbest birakilan = kayda gecen + yeni
      *bekletilen + yeniden bekletilen.
       WRITE-REPORT-TOTALS.
           MOVE SPACES              TO ALR-TOTAL-REC.
           MOVE 'TRANS SCREENED:  '  TO AT-LABEL.
           MOVE WS-INPUT-COUNT      TO AT-COUNT-O.
           MOVE WS-INPUT-AMT        TO AT-AMOUNT-O.
           WRITE ALR-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES              TO ALR-TOTAL-REC.
           MOVE 'HOLDS RELEASED:  '  TO AT-LABEL.
           MOVE WS-RELEASED-COUNT   TO AT-COUNT-O.
           MOVE WS-RELEASED-AMT     TO AT-AMOUNT-O.
           WRITE ALR-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO ALR-TOTAL-REC.
           MOVE 'PASSED TO POSTING:'  TO AT-LABEL.
           MOVE WS-PASSED-COUNT     TO AT-COUNT-O.
           MOVE WS-PASSED-AMT       TO AT-AMOUNT-O.
           WRITE ALR-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO ALR-TOTAL-REC.
           MOVE 'NEW FRAUD HOLDS: '  TO AT-LABEL.
           MOVE WS-HELD-COUNT       TO AT-COUNT-O.
           MOVE WS-HELD-AMT         TO AT-AMOUNT-O.
           WRITE ALR-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO ALR-TOTAL-REC.
           MOVE 'RELEASES REHELD: '  TO AT-LABEL.
           MOVE WS-REHELD-COUNT     TO AT-COUNT-O.
           MOVE WS-REHELD-AMT       TO AT-AMOUNT-O.
           WRITE ALR-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO ALR-TOTAL-REC.
           MOVE 'HOLDS CANCELLED: '  TO AT-LABEL.
           MOVE WS-CANCEL-COUNT     TO AT-COUNT-O.
           MOVE WS-CANCEL-AMT       TO AT-AMOUNT-O.
           WRITE ALR-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO ALR-TOTAL-REC.
           MOVE 'AWAITING REVIEW: '  TO AT-LABEL.
           MOVE WS-AWAIT-COUNT      TO AT-COUNT-O.
           MOVE WS-AWAIT-AMT        TO AT-AMOUNT-O.
           WRITE ALR-TOTAL-REC AFTER ADVANCING 1.
