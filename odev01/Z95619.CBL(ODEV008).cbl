      * kosu tarihiyle birlikte bakim kutugu raporuna yazilir.
      * Ana dosya artik elle duzenlenmez; hesap yaratmanin tek
      * yolu bu kosudur.
      * Hassas islemler dort goz ilkesiyle uygulanir: esigi asan
      * limit artisi ('L'; ODEV023'un LIMMNT onerileri dahil),
      * yeniden acilis ('R') ve son limit degisikliginden kisa
      * sure sonra gelen adres degisikligi ('N') hemen
      * uygulanmaz, PENDOUT onay bekleyen bakim dosyasina yazilir.
      * Ertesi kosuda PENDIN olarak geri gelen kayitlardan islemi
      * girenden FARKLI bir kullanicinin onayladiklari uygulanir
      * (denetim kutugune iki kimlik birden yazilir),
      * reddedilenler ve sure asimina ugrayanlar dusurulur.
      * Kararlar ve hala bekleyenler PENDRPT denetci raporuna
      * basilir.
      * Her hesabin fatura donemi kesim gunu (ACCT-CYCLE-DAY,
      * 01-28) acilista MNT-CYCLE-DAY'den konur; bos gelirse
      * acilis gunu (28'i gecemez) kullanilir. Sonradan 'B'
      * islemiyle degistirilir. Ekstre, faiz ve yaslandirma
      * kosulari (ODEV005/014/018) hesabi yalnizca kesim gununde
      * isler.
      * Uygulanan her islem MSTAUDIT ana dosya degisiklik denetim
      * kutugune alan alan (eski/yeni deger) islemi girenin ve
      * varsa onaylayanin kimligiyle yazilir (bkz. ODEV033).
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
      *MNTLOG, basili kutugun makinece okunur esidir: kosudan
      *kosuya EXTEND ile birikir ve ODEV020 hesap tarihcesi
      *arastirmasini besler. Ilk kosuda OPTIONAL ile yaratilir.
      *Acilista once okunarak son limit degisiklikleri bulunur.
           SELECT OPTIONAL PEND-IN ASSIGN TO PENDIN
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT PEND-OUT   ASSIGN TO PENDOUT
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT PEND-RPT   ASSIGN TO PENDRPT.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
      *PENDIN/PENDOUT, ODEV003'un SUSPIN/SUSPOUT kalibiyla kosudan
      *kosuya devreden onay bekleyen bakim dosyasidir; ilk kosuda
      *PENDIN henuz yoktur.
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
      *Bakim hareketi: MNT-ACTION 'O' = acilis, 'C' = kapanis,
      *'N' = ad/adres degisikligi. MNT-USER-ID, islemi kimin
      *girdigini denetim kutugune tasir. 'N' isleminde yalnizca
      *bos olmayan alanlar ana kayda gecirilir. MNT-CYCLE-DAY
      *acilista ve 'B' (fatura donemi degisikligi) isleminde
      *kesim gunudur; MNT-COMMENTS'in son iki baytindan
      *alinmistir.
       FD  MNT-FILE RECORDING MODE F.
       01  MNT-REC.
           05  MNT-ACTION         PIC X(1).
               10  MNT-STREET-ADDR PIC X(25).
               10  MNT-CITY-COUNTY PIC X(20).
               10  MNT-USA-STATE   PIC X(15).
           05  MNT-COMMENTS       PIC X(48).
           05  MNT-CYCLE-DAY      PIC 9(2).

      *Bakim kutugu raporu; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
           05  MD-ACTION-O        PIC X(6).
           05  FILLER             PIC X(2).
           05  MD-USER-ID-O       PIC X(8).
           05  FILLER             PIC X(1).
           05  MD-CHECKER-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  MD-RESULT-O        PIC X(8).
           05  FILLER             PIC X(2).
           05  MD-REASON-O        PIC X(30).
           05  FILLER             PIC X(3).
       01  MNT-TOTAL-REC.
           05  MT-LABEL           PIC X(25).
           05  MT-COUNT-O         PIC ZZZ,ZZ9.

      *Denetim kutugu kaydi: her bakim girisiminin hesabi, kosu
      *tarihi, islem kodu, kullanici kimligi, sonucu ve ret
      *nedeni. MLOG-CHECKER-ID onayli islemde onaylayan ikinci
      *kullanicidir; eski nedenlerin hicbiri 22 bayti asmadigindan
      *MLOG-REASON'in son sekiz baytindan alinmistir (eski
      *kayitlarda bostur). MLOG-RESULT: APPLIED, REJECTED, PENDING
      *(onaya bekletildi), DECLINED (denetci reddetti), EXPIRED
      *(sure doldu), REFUSED (gecersiz karar).
       FD  MNT-LOG RECORDING MODE F.
       01  MLOG-REC.
           05  MLOG-ACCT-NO       PIC X(8).
           05  MLOG-ACTION        PIC X(1).
           05  MLOG-USER-ID       PIC X(8).
           05  MLOG-RESULT        PIC X(8).
           05  MLOG-REASON        PIC X(22).
           05  MLOG-CHECKER-ID    PIC X(8).

      *Onay bekleyen bakim kaydi: ozgun MNT-REC goruntusu, bekletme
      *tarihi ve nedeni ('LI' esigi asan limit artisi, 'RO' yeniden
      *acilis, 'AL' limit degisikliginden sonra adres degisikligi).
      *Denetci PNDI-DECISION'a 'A' (onay) ya da 'R' (ret),
      *PNDI-CHECKER-ID'ye kendi kullanici kimligini yazar; kimlik
      *islemi girenden farkli olmalidir. Karar bos kalan kayit
      *sure dolana kadar devreder.
       FD  PEND-IN RECORDING MODE F.
       01  PEND-IN-REC.
           05  PNDI-MNT-IMAGE     PIC X(167).
           05  PNDI-PEND-DATE     PIC 9(8).
           05  PNDI-RULE          PIC X(2).
           05  PNDI-DECISION      PIC X(1).
           05  PNDI-CHECKER-ID    PIC X(8).

       FD  PEND-OUT RECORDING MODE F.
       01  PEND-OUT-REC.
           05  PNDO-MNT-IMAGE     PIC X(167).
           05  PNDO-MNT-KEYS      REDEFINES PNDO-MNT-IMAGE.
               10  PNDO-ACTION    PIC X(1).
               10  PNDO-ACCT-NO   PIC X(8).
               10  PNDO-USER-ID   PIC X(8).
               10  FILLER         PIC X(150).
           05  PNDO-PEND-DATE     PIC 9(8).
           05  PNDO-RULE          PIC X(2).
           05  PNDO-DECISION      PIC X(1).
           05  PNDO-CHECKER-ID    PIC X(8).

      *Denetci raporu: bu kosuda karara baglanan (uygulanan,
      *reddedilen, suresi dolan) ve hala onay bekleyen kayitlar.
       FD  PEND-RPT RECORDING MODE F.
       01  PEND-RPT-REC           PIC X(80).
       01  PND-HEADER-1.
           05  FILLER             PIC X(20).
           05  PH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  PND-HEADER-2.
           05  PH2-LABEL          PIC X(10).
           05  PH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(60).
       01  PND-CAPTION-REC.
           05  PC-CAPTION         PIC X(40).
           05  FILLER             PIC X(40).
       01  PND-DETAIL-REC.
           05  PD-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(1).
           05  PD-ACTION-O        PIC X(6).
           05  FILLER             PIC X(1).
           05  PD-RULE-O          PIC X(2).
           05  FILLER             PIC X(1).
           05  PD-MAKER-O         PIC X(8).
           05  FILLER             PIC X(1).
           05  PD-CHECKER-O       PIC X(8).
           05  FILLER             PIC X(1).
           05  PD-PEND-DATE-O     PIC 9(8).
           05  FILLER             PIC X(1).
           05  PD-AGE-O           PIC ZZ9.
           05  FILLER             PIC X(1).
           05  PD-OUTCOME-O       PIC X(8).
           05  FILLER             PIC X(1).
           05  PD-REASON-O        PIC X(21).
       01  PND-TOTAL-REC.
           05  PT-LABEL           PIC X(25).
           05  PT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(48).

      *Bekletme esikleri (alanlar bitisik): limit artisi tutari
      *(kolon 1-9), adres degisikliginin bekletilecegi, limit
      *degisikliginden sonraki gun sayisi (kolon 10-12) ve onay
      *bekleme suresi (kolon 13-15). Ornegin '000200000030010'
      *karti 2,000.00 artis, 30 gun ve 10 gun demektir.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-LIMIT-INCR     PIC 9(7)V99.
           05  CTL-ADDR-DAYS      PIC 9(3).
           05  CTL-EXPIRE-DAYS    PIC 9(3).

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

       FD  NAME-XREF.
       01  NAME-XREF-REC.
         05 WS-MASTER-FOUND   PIC X VALUE SPACE.
         05 MNT-APPLIED-SW    PIC X VALUE SPACE.
         05 WS-FATAL-SW       PIC X VALUE SPACE.
         05 PEND-EOF          PIC X VALUE SPACE.
         05 POUT-EOF          PIC X VALUE SPACE.
         05 POUT-OPEN-SW      PIC X VALUE SPACE.
         05 MLOG-EOF          PIC X VALUE SPACE.
         05 PEND-WRITTEN-SW   PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS-R    REDEFINES WS-ACCT-STATUS.
       01 WS-MLOG-OK          PIC X  VALUE SPACE.
       01 WS-NXREF-STATUS     PIC XX VALUE SPACES.
       01 WS-NXREF-OK         PIC X  VALUE SPACE.
       01 WS-PENDIN-STATUS    PIC XX VALUE SPACES.
       01 WS-PENDOUT-STATUS   PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.
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
         05 WS-MAUD-PROGRAM     PIC X(8) VALUE 'ODEV008'.
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

       01 WS-REJECT-REASON    PIC X(30) VALUE SPACES.
      *MNT-APPLIED-SW'in aldigi degerlerin sonuc metni: 'Y'
      *APPLIED, 'N' REJECTED, 'H' PENDING, 'D' DECLINED, 'E'
      *EXPIRED, 'I' REFUSED.
       01 WS-RESULT-TEXT      PIC X(8)  VALUE SPACES.
       01 WS-ACTION-NAME      PIC X(6)  VALUE SPACES.

      *Bekletme kurallari; kontrol karti verilmezse 1,000.00 artis,
      *30 gun adres bekletmesi ve 10 gun onay suresi kullanilir.
       01 WS-HOLD-FIELDS.
         05 WS-HOLD-LIMIT-INCR  PIC 9(7)V99 VALUE 1000.00.
         05 WS-ADDR-HOLD-DAYS   PIC 9(3) VALUE 30.
         05 WS-EXPIRE-DAYS      PIC 9(3) VALUE 10.
         05 WS-HOLD-RULE        PIC X(2) VALUE SPACES.
         05 WS-CHECKER-ID       PIC X(8) VALUE SPACES.
         05 WS-LIMIT-INCREASE   PIC S9(9)V99 COMP-3 VALUE 0.
         05 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
         05 WS-CUTOFF-INT       PIC S9(9) COMP VALUE 0.
         05 WS-ENTRY-INT        PIC S9(9) COMP VALUE 0.
         05 WS-PEND-DATE        PIC 9(8) VALUE 0.
         05 WS-PEND-AGE         PIC S9(5) COMP VALUE 0.

      *Adres bekletme suresi icinde limiti degismis hesaplar:
      *MNTLOG'daki uygulanmis 'L' kayitlari ve bu kosuda
      *uygulananlar. Tablo dolarsa tum adres degisiklikleri
      *bekletilir.
       01 WS-RECENT-LIMIT-TABLE.
         05 WS-RL-MAX         PIC 9(3) COMP VALUE 500.
         05 WS-RL-COUNT       PIC 9(3) COMP VALUE 0.
         05 WS-RL-IX          PIC 9(3) COMP VALUE 0.
         05 WS-RL-ACCT        PIC X(8) VALUE SPACES.
         05 WS-RL-FOUND-SW    PIC X VALUE SPACE.
         05 WS-RL-FULL-SW     PIC X VALUE SPACE.
         05 WS-RL-ENTRY OCCURS 500.
            10 WS-RL-ACCT-NO  PIC X(8).

      *Ad degisikliginde eski anahtarin silinebilmesi icin
      *degisiklik oncesi ad alanlari saklanir.
       01 WS-COUNTERS.
         05 WS-APPLIED-COUNT  PIC 9(7) VALUE 0.
         05 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
         05 WS-HELD-COUNT     PIC 9(7) VALUE 0.
         05 WS-APPROVED-COUNT PIC 9(7) VALUE 0.
         05 WS-DECLINED-COUNT PIC 9(7) VALUE 0.
         05 WS-EXPIRED-COUNT  PIC 9(7) VALUE 0.
         05 WS-REFUSED-COUNT  PIC 9(7) VALUE 0.
         05 WS-AWAITING-COUNT PIC 9(7) VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).

      *Ana dosya acilamazsa kutuk raporu yaniltici 'APPLIED'
      *satirlariyla dolmasin diye kosu hicbir islem denemeden
      *8 donus koduyla birakilir. Onay bekleyen dosya okunamaz ya
      *da yazilamazsa bekleyen islemler kaybolacagindan ayni
      *sekilde durulur.
       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN I-O    ACCT-REC.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  PEND-IN.
           IF WS-PENDIN-STATUS NOT = '00'
              AND WS-PENDIN-STATUS NOT = '05'
               DISPLAY 'ODEV008: PENDIN OPEN FAILED STATUS '
                       WS-PENDIN-STATUS
               CLOSE ACCT-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PEND-OUT.
           IF WS-PENDOUT-STATUS NOT = '00'
               DISPLAY 'ODEV008: PENDOUT OPEN FAILED STATUS '
                       WS-PENDOUT-STATUS
               CLOSE ACCT-REC
               CLOSE PEND-IN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  MNT-FILE.
           OPEN OUTPUT MNT-RPT.
           OPEN OUTPUT PEND-RPT.
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
           PERFORM LOAD-RECENT-LIMITS.
      *Denetim kutugu acilamazsa bakim durdurulmaz ama ODEV020
      *tarihcesinde delik kalacagi konsoldan ve 4 donus kodundan
      *gorulur; yazimlar atlanir (bkz. NAMEXREF'in ayni kalibi).
                       WS-NXREF-STATUS ' - XREF NOT MAINTAINED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM OPEN-MASTER-AUDIT.
           PERFORM WRITE-REGISTER-HEADER.
           PERFORM WRITE-PENDING-HEADER.

      *Once onceki kosulardan devreden bekleyen kayitlarin
      *kararlari islenir, sonra gunun bakim kayitlari; hassas
      *olanlar uygulanmadan bekletilir.
       APPLY-MAINTENANCE.
           PERFORM PROCESS-PENDING.
           PERFORM READ-MNT.
           PERFORM UNTIL MNT-EOF = 'Y' OR WS-FATAL-SW = 'Y'
               MOVE 'Y'    TO MNT-APPLIED-SW
               MOVE SPACES TO WS-REJECT-REASON
               MOVE SPACES TO WS-CHECKER-ID
               PERFORM CHECK-HOLD-RULES
               EVALUATE TRUE
                   WHEN WS-FATAL-SW = 'Y'
                       ADD 1 TO WS-REJECTED-COUNT
                       PERFORM WRITE-REGISTER-DETAIL
                   WHEN WS-HOLD-RULE NOT = SPACES
                       PERFORM HOLD-FOR-APPROVAL
                   WHEN OTHER
                       PERFORM APPLY-ONE-ACTION
               END-EVALUATE
               PERFORM READ-MNT
           END-PERFORM
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM PRINT-AWAITING-SECTION
           PERFORM WRITE-PENDING-TOTALS
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE MNT-FILE.
           CLOSE MNT-RPT.
           CLOSE PEND-IN.
           CLOSE PEND-RPT.
           IF WS-MLOG-OK = 'Y'
               CLOSE MNT-LOG
           END-IF.
           IF WS-NXREF-OK = 'Y'
               CLOSE NAME-XREF
           END-IF.
           PERFORM CLOSE-MASTER-AUDIT.
           DISPLAY 'ODEV008: ACTIONS APPLIED   - ' WS-APPLIED-COUNT.
           DISPLAY 'ODEV008: ACTIONS REJECTED  - ' WS-REJECTED-COUNT.
           DISPLAY 'ODEV008: HELD FOR APPROVAL - ' WS-HELD-COUNT.
           DISPLAY 'ODEV008: APPROVED          - ' WS-APPROVED-COUNT.
           DISPLAY 'ODEV008: DECLINED          - ' WS-DECLINED-COUNT.
           DISPLAY 'ODEV008: EXPIRED           - ' WS-EXPIRED-COUNT.
           DISPLAY 'ODEV008: AWAITING APPROVAL - ' WS-AWAITING-COUNT.
           GOBACK.

      *Tek bir bakim isleminin uygulanmasi; gunun kayitlari ve
      *onaylanmis bekleyen kayitlar ayni yoldan gecer.
       APPLY-ONE-ACTION.
           MOVE 'Y'    TO MNT-APPLIED-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE MNT-ACTION
               WHEN 'O' PERFORM OPEN-ACCOUNT
               WHEN 'C' PERFORM CLOSE-ACCOUNT
               WHEN 'R' PERFORM REOPEN-ACCOUNT
               WHEN 'N' PERFORM CHANGE-ACCOUNT
               WHEN 'L' PERFORM CHANGE-LIMIT
               WHEN 'B' PERFORM CHANGE-CYCLE
               WHEN OTHER
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'INVALID ACTION CODE'
                     TO WS-REJECT-REASON
           END-EVALUATE.
           IF MNT-APPLIED-SW = 'Y'
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

      *Bekletme kurallari: yeniden acilis her zaman; limit artisi
      *esigi asarsa (azaltma ve esik alti artis hemen uygulanir);
      *adres alanlarindan biri dolu gelen degisiklik, hesabin
      *limiti bekletme suresi icinde degismisse. Yalnizca ad
      *degisikligi bekletilmez.
       CHECK-HOLD-RULES.
           MOVE SPACES TO WS-HOLD-RULE.
           EVALUATE MNT-ACTION
               WHEN 'R'
                   MOVE 'RO' TO WS-HOLD-RULE
               WHEN 'L'
                   PERFORM FETCH-MASTER
                   IF WS-MASTER-FOUND = 'Y' AND MNT-LIMIT NUMERIC
                       COMPUTE WS-LIMIT-INCREASE =
                           MNT-LIMIT - ACCT-LIMIT
                       IF WS-LIMIT-INCREASE > WS-HOLD-LIMIT-INCR
                           MOVE 'LI' TO WS-HOLD-RULE
                       END-IF
                   END-IF
               WHEN 'N'
                   IF MNT-STREET-ADDR NOT = SPACES
                      OR MNT-CITY-COUNTY NOT = SPACES
                      OR MNT-USA-STATE NOT = SPACES
                       MOVE MNT-ACCT-NO TO WS-RL-ACCT
                       PERFORM FIND-RECENT-LIMIT
                       IF WS-RL-FOUND-SW = 'Y' OR WS-RL-FULL-SW = 'Y'
                           MOVE 'AL' TO WS-HOLD-RULE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Islem PENDOUT'a yazilir ve kutuge PENDING olarak gecer;
      *yazilamazsa islem reddedilir ki bekletildigi sanilmasin.
       HOLD-FOR-APPROVAL.
           MOVE MNT-REC         TO PNDO-MNT-IMAGE.
           MOVE WS-RUN-DATE-RAW TO PNDO-PEND-DATE.
           MOVE WS-HOLD-RULE    TO PNDO-RULE.
           MOVE SPACE           TO PNDO-DECISION.
           MOVE SPACES          TO PNDO-CHECKER-ID.
           PERFORM WRITE-PENDING-OUT.
           IF PEND-WRITTEN-SW = 'Y'
               MOVE 'H' TO MNT-APPLIED-SW
               EVALUATE WS-HOLD-RULE
                   WHEN 'LI'
                       MOVE 'HELD: LIMIT INCREASE' TO WS-REJECT-REASON
                   WHEN 'RO'
                       MOVE 'HELD: REOPEN' TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE 'HELD: ADDR AFTER LIMIT'
                         TO WS-REJECT-REASON
               END-EVALUATE
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE 'N' TO MNT-APPLIED-SW
               MOVE 'PENDING WRITE FAILED' TO WS-REJECT-REASON
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL.

      *Devreden bekleyen kayitlar: gecerli onay uygulanir, ret ve
      *sure asimi dusurulur, kararsiz kayit devreder. Onaylayan
      *bos ya da islemi girenle ayniysa karar silinip kayit
      *devreder (REFUSED). Olumcul bir G/C hatasindan sonra kalan
      *kayitlar kaybolmasin diye karara bakilmadan devredilir.
       PROCESS-PENDING.
           PERFORM READ-PENDING.
           PERFORM UNTIL PEND-EOF = 'Y'
               MOVE PEND-IN-REC    TO PEND-OUT-REC
               MOVE PNDI-MNT-IMAGE TO MNT-REC
               MOVE PNDI-PEND-DATE TO WS-PEND-DATE
               PERFORM COMPUTE-PEND-AGE
               MOVE SPACES TO WS-REJECT-REASON
               MOVE PNDI-CHECKER-ID TO WS-CHECKER-ID
               EVALUATE TRUE
                   WHEN WS-FATAL-SW = 'Y'
                       PERFORM CARRY-PENDING
                   WHEN PNDI-DECISION = SPACE
                        AND WS-PEND-AGE > WS-EXPIRE-DAYS
                       MOVE 'E' TO MNT-APPLIED-SW
                       MOVE 'NOT DECIDED IN TIME' TO WS-REJECT-REASON
                       ADD 1 TO WS-EXPIRED-COUNT
                       PERFORM WRITE-REGISTER-DETAIL
                       PERFORM WRITE-DECISION-LINE
                   WHEN PNDI-DECISION = SPACE
                       PERFORM CARRY-PENDING
                   WHEN PNDI-DECISION NOT = 'A'
                        AND PNDI-DECISION NOT = 'R'
                       MOVE 'INVALID DECISION CODE' TO WS-REJECT-REASON
                       PERFORM REFUSE-DECISION
                   WHEN PNDI-CHECKER-ID = SPACES
                       MOVE 'NO CHECKER ID' TO WS-REJECT-REASON
                       PERFORM REFUSE-DECISION
                   WHEN PNDI-CHECKER-ID = MNT-USER-ID
                       MOVE 'CHECKER SAME AS MAKER' TO WS-REJECT-REASON
                       PERFORM REFUSE-DECISION
                   WHEN PNDI-DECISION = 'A'
                       ADD 1 TO WS-APPROVED-COUNT
                       PERFORM APPLY-ONE-ACTION
                       PERFORM WRITE-DECISION-LINE
                   WHEN OTHER
                       MOVE 'D' TO MNT-APPLIED-SW
                       MOVE 'DECLINED BY CHECKER' TO WS-REJECT-REASON
                       ADD 1 TO WS-DECLINED-COUNT
                       PERFORM WRITE-REGISTER-DETAIL
                       PERFORM WRITE-DECISION-LINE
               END-EVALUATE
               PERFORM READ-PENDING
           END-PERFORM.
           MOVE SPACES TO WS-CHECKER-ID.

       REFUSE-DECISION.
           MOVE 'I'    TO MNT-APPLIED-SW.
           ADD 1       TO WS-REFUSED-COUNT.
           PERFORM WRITE-REGISTER-DETAIL.
           PERFORM WRITE-DECISION-LINE.
           MOVE SPACE  TO PNDO-DECISION.
           MOVE SPACES TO PNDO-CHECKER-ID.
           PERFORM CARRY-PENDING.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       CARRY-PENDING.
           PERFORM WRITE-PENDING-OUT.

      *Bekleyen kayit kaybolursa islem ne uygulanir ne raporlanir;
      *yazim hatasi konsola ve 8 donus koduna yansitilir.
       WRITE-PENDING-OUT.
           MOVE 'Y' TO PEND-WRITTEN-SW.
           WRITE PEND-OUT-REC.
           IF WS-PENDOUT-STATUS NOT = '00'
               MOVE SPACE TO PEND-WRITTEN-SW
               DISPLAY 'ODEV008: PENDOUT WRITE ERROR STATUS '
                       WS-PENDOUT-STATUS ' FOR ACCT ' PNDO-ACCT-NO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Bekleme suresi gun olarak (bkz. ODEV009 tarih aritmetigi);
      *bozuk tarihli kayit sureyi hemen doldurmus sayilir.
       COMPUTE-PEND-AGE.
           IF WS-PEND-DATE NUMERIC AND WS-PEND-DATE > ZERO
               COMPUTE WS-ENTRY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PEND-DATE)
               COMPUTE WS-PEND-AGE = WS-TODAY-INT - WS-ENTRY-INT
           ELSE
               MOVE 999 TO WS-PEND-AGE
           END-IF.

      *Denetim kutugundeki uygulanmis limit degisikliklerinden
      *bekletme suresi icinde kalanlar tabloya alinir. Kutuk
      *okunamazsa hangi hesabin limiti degistigi bilinemez; tum
      *adres degisiklikleri bekletilir.
       LOAD-RECENT-LIMITS.
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-ADDR-HOLD-DAYS.
           OPEN INPUT MNT-LOG.
           IF WS-MLOG-STATUS = '00' OR WS-MLOG-STATUS = '05'
               PERFORM READ-MAINT-LOG
               PERFORM UNTIL MLOG-EOF = 'Y'
                   IF MLOG-ACTION = 'L' AND MLOG-RESULT = 'APPLIED'
                      AND MLOG-DATE NUMERIC AND MLOG-DATE > ZERO
                       COMPUTE WS-ENTRY-INT =
                           FUNCTION INTEGER-OF-DATE(MLOG-DATE)
                       IF WS-ENTRY-INT >= WS-CUTOFF-INT
                           MOVE MLOG-ACCT-NO TO WS-RL-ACCT
                           PERFORM REMEMBER-LIMIT-CHANGE
                       END-IF
                   END-IF
                   PERFORM READ-MAINT-LOG
               END-PERFORM
               CLOSE MNT-LOG
           ELSE
               DISPLAY 'ODEV008: MNTLOG READ FAILED STATUS '
                       WS-MLOG-STATUS ' - ADDRESS CHANGES HELD'
               MOVE 'Y' TO WS-RL-FULL-SW
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-RL-FULL-SW = 'Y' AND WS-MLOG-STATUS = '00'
               DISPLAY 'ODEV008: RECENT LIMIT TABLE FULL - '
                       'ADDRESS CHANGES HELD'
           END-IF.

       READ-MAINT-LOG.
           READ MNT-LOG
               AT END MOVE 'Y' TO MLOG-EOF
           END-READ.
           IF MLOG-EOF NOT = 'Y' AND WS-MLOG-STATUS NOT = '00'
               DISPLAY 'ODEV008: MNTLOG READ ERROR STATUS '
                       WS-MLOG-STATUS ' - ADDRESS CHANGES HELD'
               MOVE 'Y' TO MLOG-EOF
               MOVE 'Y' TO WS-RL-FULL-SW
               MOVE 4 TO RETURN-CODE
           END-IF.

       REMEMBER-LIMIT-CHANGE.
           PERFORM FIND-RECENT-LIMIT.
           IF WS-RL-FOUND-SW NOT = 'Y'
               IF WS-RL-COUNT < WS-RL-MAX
                   ADD 1 TO WS-RL-COUNT
                   MOVE WS-RL-ACCT TO WS-RL-ACCT-NO (WS-RL-COUNT)
               ELSE
                   MOVE 'Y' TO WS-RL-FULL-SW
               END-IF
           END-IF.

       FIND-RECENT-LIMIT.
           MOVE SPACE TO WS-RL-FOUND-SW.
           PERFORM VARYING WS-RL-IX FROM 1 BY 1
                   UNTIL WS-RL-IX > WS-RL-COUNT
                      OR WS-RL-FOUND-SW = 'Y'
               IF WS-RL-ACCT-NO (WS-RL-IX) = WS-RL-ACCT
                   MOVE 'Y' TO WS-RL-FOUND-SW
               END-IF
           END-PERFORM.

       READ-PENDING.
           READ PEND-IN
               AT END MOVE 'Y' TO PEND-EOF
           END-READ.
           IF PEND-EOF NOT = 'Y' AND WS-PENDIN-STATUS NOT = '00'
               DISPLAY 'ODEV008: PENDIN READ ERROR STATUS '
                       WS-PENDIN-STATUS
               MOVE 'Y' TO PEND-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Kontrol karti verilmemisse ('35') varsayilan esikler
      *kullanilir (bkz. ODEV011'in kart kalibi).
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-LIMIT-INCR NUMERIC
                          AND CTL-LIMIT-INCR > 0
                           MOVE CTL-LIMIT-INCR TO WS-HOLD-LIMIT-INCR
                       END-IF
                       IF CTL-ADDR-DAYS NUMERIC
                          AND CTL-ADDR-DAYS > 0
                           MOVE CTL-ADDR-DAYS TO WS-ADDR-HOLD-DAYS
                       END-IF
                       IF CTL-EXPIRE-DAYS NUMERIC
                          AND CTL-EXPIRE-DAYS > 0
                           MOVE CTL-EXPIRE-DAYS TO WS-EXPIRE-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      *Yeni hesap: bakiye sifir, durum 'A' olarak kurulur; anahtar
      *zaten varsa acilis reddedilir. Indeksli dosyada WRITE,
      *kaydi ACCT-NO sirasindaki yerine kendisi yerlestirir.
      *Kesim gunu bos ya da sifir gelirse acilis gunu alinir;
      *29-31 her ayda bulunmadigindan 28'e cekilir.
       OPEN-ACCOUNT.
           IF MNT-CYCLE-DAY NUMERIC AND MNT-CYCLE-DAY > 28
               MOVE 'N' TO MNT-APPLIED-SW
               MOVE 'INVALID CYCLE DAY' TO WS-REJECT-REASON
           ELSE
               PERFORM WRITE-NEW-ACCOUNT
           END-IF.

       WRITE-NEW-ACCOUNT.
           MOVE SPACES          TO ACCT-FIELDS.
           MOVE MNT-ACCT-NO     TO ACCT-NO.
           MOVE MNT-LIMIT       TO ACCT-LIMIT.
           MOVE 'A'             TO ACCT-STATUS.
           MOVE WS-RUN-YYMMDD   TO LAST-ACTIVITY-DATE.
           MOVE MNT-COMMENTS    TO COMMENTS.
           IF MNT-CYCLE-DAY NUMERIC AND MNT-CYCLE-DAY > ZERO
               MOVE MNT-CYCLE-DAY TO ACCT-CYCLE-DAY
           ELSE
               IF WS-RUN-DD > 28
                   MOVE 28        TO ACCT-CYCLE-DAY
               ELSE
                   MOVE WS-RUN-DD TO ACCT-CYCLE-DAY
               END-IF
           END-IF.
           MOVE ZERO            TO ACCT-DELQ-BUCKET.
           MOVE ZERO            TO ACCT-DELQ-CYCLES.
           MOVE ZERO            TO ACCT-MIN-PAY-DUE.
           WRITE ACCT-FIELDS
               INVALID KEY
           END-IF.
           IF MNT-APPLIED-SW = 'Y'
               PERFORM XREF-UPSERT-ENTRY
               PERFORM AUDIT-NEW-ACCOUNT
           END-IF.

      *Kapanis yalnizca bakiye sifirsa uygulanir; aksi halde
      *islem reddedilir ki para uzerinde durum degisikligi
      *yapilmasin. Zarar yazilmis ('W') hesap kapatilmaz; sonradan
      *gelecek tahsilatlar bu hesaba islenmeye devam eder.
       CLOSE-ACCOUNT.
           PERFORM FETCH-MASTER.
           EVALUATE TRUE
               WHEN ACCT-STATUS = 'C'
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'ACCT ALREADY CLOSED' TO WS-REJECT-REASON
               WHEN ACCT-STATUS = 'W'
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'ACCT CHARGED OFF' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'C' TO ACCT-STATUS
      *Kapanis tarihi de son hareket damgasina yazilir; ODEV012
           END-EVALUATE.

      *Limit degisikligi ('L'): MNT-LIMIT yeni ACCT-LIMIT olur.
      *Kapali ya da zarar yazilmis ('W') hesabin limiti
      *degistirilmez; sifir/negatif ya da bozuk limit reddedilir.
      *Yillik limit inceleme kosusu (ODEV023) onerilerini bu
      *islemle gecirir; boylece her degisiklik kullanici
      *kimligiyle bakim kutugune islenir.
       CHANGE-LIMIT.
           PERFORM FETCH-MASTER.
           EVALUATE TRUE
               WHEN ACCT-STATUS = 'C'
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'ACCT IS CLOSED' TO WS-REJECT-REASON
               WHEN ACCT-STATUS = 'W'
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'ACCT CHARGED OFF' TO WS-REJECT-REASON
               WHEN MNT-LIMIT NOT NUMERIC
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'LIMIT NOT NUMERIC' TO WS-REJECT-REASON
                   MOVE MNT-LIMIT TO ACCT-LIMIT
                   REWRITE ACCT-FIELDS
                   PERFORM CHECK-REWRITE-STATUS
                   IF MNT-APPLIED-SW = 'Y'
                       MOVE ACCT-NO TO WS-RL-ACCT
                       PERFORM REMEMBER-LIMIT-CHANGE
                   END-IF
           END-EVALUATE.

      *Fatura donemi degisikligi ('B'): MNT-CYCLE-DAY 01-28
      *olmalidir. Kapali ve zarar yazilmis hesaplar donem
      *kosularinda islenmediginden degistirilmez. Yeni gun bir
      *sonraki kesimden itibaren gecerlidir.
       CHANGE-CYCLE.
           PERFORM FETCH-MASTER.
           EVALUATE TRUE
               WHEN WS-FATAL-SW = 'Y'
                   CONTINUE
               WHEN WS-MASTER-FOUND NOT = 'Y'
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'ACCT NOT ON MASTER' TO WS-REJECT-REASON
               WHEN ACCT-STATUS = 'C'
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'ACCT IS CLOSED' TO WS-REJECT-REASON
               WHEN ACCT-STATUS = 'W'
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'ACCT CHARGED OFF' TO WS-REJECT-REASON
               WHEN MNT-CYCLE-DAY NOT NUMERIC
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'INVALID CYCLE DAY' TO WS-REJECT-REASON
               WHEN MNT-CYCLE-DAY = ZERO OR MNT-CYCLE-DAY > 28
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'INVALID CYCLE DAY' TO WS-REJECT-REASON
               WHEN MNT-CYCLE-DAY = ACCT-CYCLE-DAY
                   MOVE 'N' TO MNT-APPLIED-SW
                   MOVE 'CYCLE DAY UNCHANGED' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MNT-CYCLE-DAY TO ACCT-CYCLE-DAY
                   REWRITE ACCT-FIELDS
                   PERFORM CHECK-REWRITE-STATUS
           END-EVALUATE.

      *REWRITE'in durum kodu dogrulanmadan islem uygulanmis
               DISPLAY 'ODEV008: MASTER REWRITE ERROR STATUS '
                       WS-ACCT-STATUS ' FOR ACCT ' MNT-ACCT-NO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM SET-MAINT-AUDIT-REASON
               PERFORM AUDIT-MASTER-CHANGE
           END-IF.

      *Bakim kaynakli degisikliklerde denetim kaydina islemi giren
      *kullanici yazilir; onayli islemde nedenin sonunda onaylayan
      *ikinci kullanici da gorunur (ornegin 'LIMIT APPR USER0002').
       SET-MAINT-AUDIT-REASON.
           PERFORM SET-ACTION-NAME.
           MOVE MNT-USER-ID TO WS-MAUD-USER-ID.
           MOVE SPACES      TO WS-MAUD-REASON.
           IF WS-CHECKER-ID = SPACES
               STRING 'MAINT '       DELIMITED BY SIZE
                      WS-ACTION-NAME DELIMITED BY SPACE
                 INTO WS-MAUD-REASON
               END-STRING
           ELSE
               STRING WS-ACTION-NAME DELIMITED BY SPACE
                      ' APPR '       DELIMITED BY SIZE
                      WS-CHECKER-ID  DELIMITED BY SPACE
                 INTO WS-MAUD-REASON
               END-STRING
           END-IF.

      *Yeni hesapta karsilastirilacak onceki goruntu yoktur; denetim
      *izinde yalnizca kaydin kendisi icin bir 'RECORD' satiri
      *gorunur, alanlarin ilk degerleri bakim kutugundedir.
       AUDIT-NEW-ACCOUNT.
           PERFORM SAVE-MASTER-IMAGE.
           PERFORM SET-MAINT-AUDIT-REASON.
           MOVE 'RECORD'    TO WS-MAUD-FIELD.
           MOVE 'NONE'      TO WS-MAUD-OLD.
           MOVE 'OPENED'    TO WS-MAUD-NEW.
           PERFORM WRITE-MASTER-AUDIT.

      *INVALID KEY yalnizca 2x durumlarini yakalar; kalici bir
      *G/C hatasinda tamponda ONCEKI hesabin goruntusu kalir ve
      *WS-MASTER-FOUND 'Y' kalsaydi sonraki REWRITE hedef hesabi
                   MOVE SPACE TO WS-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND
                   PERFORM SAVE-MASTER-IMAGE
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
              AND WS-ACCT-STATUS-1 NOT = '2'
           MOVE WS-RUN-DATE-DISPLAY TO MH2-RUN-DATE.
           WRITE MNT-HEADER-2 AFTER ADVANCING 2.

       SET-ACTION-NAME.
           EVALUATE MNT-ACTION
               WHEN 'O'   MOVE 'OPEN'   TO WS-ACTION-NAME
               WHEN 'C'   MOVE 'CLOSE'  TO WS-ACTION-NAME
               WHEN 'R'   MOVE 'REOPEN' TO WS-ACTION-NAME
               WHEN 'N'   MOVE 'CHANGE' TO WS-ACTION-NAME
               WHEN 'L'   MOVE 'LIMIT'  TO WS-ACTION-NAME
               WHEN 'B'   MOVE 'CYCLE'  TO WS-ACTION-NAME
               WHEN OTHER MOVE MNT-ACTION TO WS-ACTION-NAME
           END-EVALUATE.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES      TO MNT-DETAIL-REC.
           MOVE MNT-ACCT-NO TO MD-ACCT-NO-O.
           PERFORM SET-ACTION-NAME.
           MOVE WS-ACTION-NAME TO MD-ACTION-O.
           MOVE MNT-USER-ID   TO MD-USER-ID-O.
           MOVE WS-CHECKER-ID TO MD-CHECKER-O.
           PERFORM SET-RESULT-TEXT.
           MOVE WS-RESULT-TEXT TO MD-RESULT-O.
           IF MNT-APPLIED-SW NOT = 'Y'
               MOVE WS-REJECT-REASON TO MD-REASON-O
           END-IF
           WRITE MNT-DETAIL-REC AFTER ADVANCING 1.
           PERFORM WRITE-AUDIT-LOG.

       SET-RESULT-TEXT.
           EVALUATE MNT-APPLIED-SW
               WHEN 'Y'   MOVE 'APPLIED'  TO WS-RESULT-TEXT
               WHEN 'H'   MOVE 'PENDING'  TO WS-RESULT-TEXT
               WHEN 'D'   MOVE 'DECLINED' TO WS-RESULT-TEXT
               WHEN 'E'   MOVE 'EXPIRED'  TO WS-RESULT-TEXT
               WHEN 'I'   MOVE 'REFUSED'  TO WS-RESULT-TEXT
               WHEN OTHER MOVE 'REJECTED' TO WS-RESULT-TEXT
           END-EVALUATE.

      *Basili satirla ayni bilgi denetim kutugune de yazilir;
      *ODEV020 hesap tarihcesi bu dosyadan beslenir. Basarisiz
      *bir yazim sessiz gecmez: hukuk taleplerinde kutukte delik
               MOVE WS-RUN-DATE-RAW TO MLOG-DATE
               MOVE MNT-ACTION      TO MLOG-ACTION
               MOVE MNT-USER-ID     TO MLOG-USER-ID
               MOVE WS-CHECKER-ID   TO MLOG-CHECKER-ID
               MOVE WS-RESULT-TEXT  TO MLOG-RESULT
               IF MNT-APPLIED-SW = 'Y'
                   MOVE SPACES     TO MLOG-REASON
               ELSE
                   MOVE WS-REJECT-REASON TO MLOG-REASON
               END-IF
               WRITE MLOG-REC
           MOVE 'ACTIONS REJECTED: ' TO MT-LABEL.
           MOVE WS-REJECTED-COUNT    TO MT-COUNT-O.
           WRITE MNT-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES               TO MNT-TOTAL-REC.
           MOVE 'ACTIONS HELD:     ' TO MT-LABEL.
           MOVE WS-HELD-COUNT        TO MT-COUNT-O.
           WRITE MNT-TOTAL-REC AFTER ADVANCING 1.

       WRITE-PENDING-HEADER.
           MOVE SPACES TO PND-HEADER-1.
           MOVE 'PENDING MAINTENANCE REPORT' TO PH1-TITLE.
           WRITE PND-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO PND-HEADER-2.
           MOVE 'RUN DATE: '        TO PH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO PH2-RUN-DATE.
           WRITE PND-HEADER-2 AFTER ADVANCING 2.
           MOVE SPACES TO PND-CAPTION-REC.
           MOVE 'DECISIONS THIS RUN' TO PC-CAPTION.
           WRITE PND-CAPTION-REC AFTER ADVANCING 2.

      *Karar satiri; kayit alanlari PENDIN'den ve MNT-REC'e
      *aktarilan ozgun islem goruntusunden gelir.
       WRITE-DECISION-LINE.
           MOVE SPACES          TO PND-DETAIL-REC.
           MOVE MNT-ACCT-NO     TO PD-ACCT-NO-O.
           MOVE MNT-ACTION      TO PD-ACTION-O.
           MOVE PNDI-RULE       TO PD-RULE-O.
           MOVE MNT-USER-ID     TO PD-MAKER-O.
           MOVE PNDI-CHECKER-ID TO PD-CHECKER-O.
           MOVE WS-PEND-DATE    TO PD-PEND-DATE-O.
           MOVE WS-PEND-AGE     TO PD-AGE-O.
           PERFORM SET-RESULT-TEXT.
           MOVE WS-RESULT-TEXT  TO PD-OUTCOME-O.
           MOVE WS-REJECT-REASON TO PD-REASON-O.
           WRITE PND-DETAIL-REC AFTER ADVANCING 1.

      *Hala onay bekleyenler PENDOUT yeniden okunarak basilir
      *(bkz. ODEV029'un iki gecisli okumasi).
       PRINT-AWAITING-SECTION.
           CLOSE PEND-OUT.
           MOVE SPACES TO PND-CAPTION-REC.
           MOVE 'AWAITING APPROVAL' TO PC-CAPTION.
           WRITE PND-CAPTION-REC AFTER ADVANCING 2.
           OPEN INPUT PEND-OUT.
           IF WS-PENDOUT-STATUS NOT = '00'
               DISPLAY 'ODEV008: PENDOUT REREAD FAILED STATUS '
                       WS-PENDOUT-STATUS
               MOVE 'Y' TO POUT-EOF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO POUT-OPEN-SW
               PERFORM READ-PENDING-OUT
           END-IF
           PERFORM UNTIL POUT-EOF = 'Y'
               MOVE PNDO-PEND-DATE TO WS-PEND-DATE
               PERFORM COMPUTE-PEND-AGE
               MOVE SPACES          TO PND-DETAIL-REC
               MOVE PNDO-ACCT-NO    TO PD-ACCT-NO-O
               MOVE PNDO-ACTION     TO PD-ACTION-O
               MOVE PNDO-RULE       TO PD-RULE-O
               MOVE PNDO-USER-ID    TO PD-MAKER-O
               MOVE PNDO-PEND-DATE  TO PD-PEND-DATE-O
               MOVE WS-PEND-AGE     TO PD-AGE-O
               MOVE 'PENDING'       TO PD-OUTCOME-O
               WRITE PND-DETAIL-REC AFTER ADVANCING 1
               ADD 1 TO WS-AWAITING-COUNT
               PERFORM READ-PENDING-OUT
           END-PERFORM
           IF POUT-OPEN-SW = 'Y'
               CLOSE PEND-OUT
           END-IF.

       READ-PENDING-OUT.
           READ PEND-OUT
               AT END MOVE 'Y' TO POUT-EOF
           END-READ.
           IF POUT-EOF NOT = 'Y' AND WS-PENDOUT-STATUS NOT = '00'
               DISPLAY 'ODEV008: PENDOUT READ ERROR STATUS '
                       WS-PENDOUT-STATUS
               MOVE 'Y' TO POUT-EOF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-PENDING-TOTALS.
           MOVE SPACES                  TO PND-TOTAL-REC.
           MOVE 'APPROVED:              ' TO PT-LABEL.
           MOVE WS-APPROVED-COUNT       TO PT-COUNT-O.
           WRITE PND-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES                  TO PND-TOTAL-REC.
           MOVE 'DECLINED:              ' TO PT-LABEL.
           MOVE WS-DECLINED-COUNT       TO PT-COUNT-O.
           WRITE PND-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                  TO PND-TOTAL-REC.
           MOVE 'EXPIRED:               ' TO PT-LABEL.
           MOVE WS-EXPIRED-COUNT        TO PT-COUNT-O.
           WRITE PND-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                  TO PND-TOTAL-REC.
           MOVE 'DECISIONS REFUSED:     ' TO PT-LABEL.
           MOVE WS-REFUSED-COUNT        TO PT-COUNT-O.
           WRITE PND-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                  TO PND-TOTAL-REC.
           MOVE 'NEWLY HELD:            ' TO PT-LABEL.
           MOVE WS-HELD-COUNT           TO PT-COUNT-O.
           WRITE PND-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                  TO PND-TOTAL-REC.
           MOVE 'AWAITING APPROVAL:     ' TO PT-LABEL.
           MOVE WS-AWAITING-COUNT       TO PT-COUNT-O.
           WRITE PND-TOTAL-REC AFTER ADVANCING 1.

      *Denetim kutugu acilamazsa kosu durdurulmaz; yazimlar
      *atlanir ve eksik iz konsoldan ve 4 donus kodundan gorulur
      *(bkz. MNTLOG acilisi).
       OPEN-MASTER-AUDIT.
           ACCEPT WS-MAUD-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MAUD-TIME-RAW FROM TIME.
           OPEN EXTEND MST-AUDIT.
           IF WS-MAUD-STATUS = '00' OR WS-MAUD-STATUS = '05'
               MOVE 'Y' TO WS-MAUD-OK
           ELSE
               DISPLAY 'ODEV008: MSTAUDIT OPEN FAILED STATUS '
                       WS-MAUD-STATUS ' - MASTER AUDIT NOT WRITTEN'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-MASTER-AUDIT.
           IF WS-MAUD-OK = 'Y' OR WS-MAUD-OK = 'E'
               CLOSE MST-AUDIT
           END-IF.
           DISPLAY 'ODEV008: MASTER CHANGES    - ' WS-MAUD-COUNT.

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
                   DISPLAY 'ODEV008: MSTAUDIT WRITE ERROR STATUS '
                           WS-MAUD-STATUS ' FOR ACCT '
                           WS-BFR-ACCT-NO
                   MOVE 'E' TO WS-MAUD-OK
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
