      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV035.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Musteri bildirim mektuplari. Gece kosularinin musteriyi
      * ilgilendiren kararlarini toplar ve her biri icin ad ve
      * CLIENT-ADDR blogundan adreslenmis bir mektubu NTCPRT baski
      * dosyasina yazar:
      *   D1/D2/D3  ihtar: ODEV018 hesabi daha kotu bir gecikme
      *             kovasina (30/60/90+) aldiginda. Olay MSTAUDIT
      *             denetim kutugundeki ODEV018 DELQ-BUCKET
      *             degisikliginden alinir.
      *   LC        limit degisikligi: ODEV008 yeni limiti
      *             uyguladiginda (MSTAUDIT'teki ODEV008 LIMIT
      *             degisikligi; eski ve yeni limit mektupta).
      *   DM        hareketsizlik / sahipsiz varlik on bildirimi:
      *             bakiyesi pozitif hesap, ODEV009'un hareketsizlik
      *             esigine (ve boylece ODEV010 cikarimina) belirli
      *             gun kala. Ana dosya taranarak bulunur.
      * Gonderilen her mektup NTCHIST bildirim tarihcesine hesap /
      * tur / olay tarihi anahtariyla yazilir; ayni olay icin
      * ikinci mektup gonderilmez. DM kaydinin olay tarihi son
      * hareket tarihidir; ODEV010 bir hesabi eyalete cikarmadan
      * once bu kaydin varligini arar (due-diligence kaniti).
      * Adresi eksik hesaplara mektup basilmaz ve tarihceye
      * yazilmaz; adres duzeltilince sonraki kosuda gider. Gunun
      * mektuplari NTCRPT kutugune dokulur. CTLCARD: hareketsizlik
      * gun sayisi (ODEV009 ile ayni olmali), on bildirim gun
      * sayisi, denetim kutugunde geriye bakilacak gun sayisi.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC   ASSIGN TO ACCTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL NTC-HIST ASSIGN TO NTCHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-NHIST-STATUS.
           SELECT OPTIONAL MST-AUDIT ASSIGN TO MSTAUDIT
               FILE STATUS IS WS-MAUD-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT NTC-PRT    ASSIGN TO NTCPRT.
           SELECT NTC-RPT    ASSIGN TO NTCRPT.
      *Erisim DYNAMIC'tir: denetim kutugundeki olaylar icin hesap
      *anahtarla okunur, hareketsizlik taramasi START + READ NEXT
      *ile ayni acilista tum dosyayi gezer (bkz. ODEV019).
      *NTCHIST ilk kosuda henuz yoktur; OPTIONAL I-O acilisi onu
      *yaratir (bkz. ODEV030 DISPMST).
       DATA DIVISION.
       FILE SECTION.
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
           05  LAST-ACTIVITY-DATE PIC 9(6).
           05  COMMENTS           PIC X(46).
           05  ACCT-CYCLE-DAY     PIC 9(2).
           05  ACCT-DELQ-CYCLES   PIC 9(2).
           05  ACCT-DELQ-BUCKET   PIC 9(1).
           05  ACCT-MIN-PAY-DUE   PIC S9(7)V99 COMP-3.

      *Bildirim tarihcesi: anahtar hesap + bildirim turu + olay
      *tarihi (ihtar ve limitte degisikligin kosu tarihi,
      *hareketsizlikte son hareket tarihi). NH-DETAIL mektubun
      *kisa ozetidir.
       FD  NTC-HIST.
       01  NTC-HIST-REC.
           05  NH-KEY.
               10  NH-ACCT-NO     PIC X(8).
               10  NH-TYPE        PIC X(2).
               10  NH-EVENT-DATE  PIC 9(8).
           05  NH-SENT-DATE       PIC 9(8).
           05  NH-DETAIL          PIC X(30).

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

      *Kontrol karti: hareketsizlik gun sayisi (kolon 1-5), on
      *bildirim gun sayisi (6-8), denetim kutugunde geriye bakma
      *gun sayisi (9-11). Ornegin '00365060007'.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-DORMANT-DAYS   PIC 9(5).
           05  CTL-LEAD-DAYS      PIC 9(3).
           05  CTL-LOOKBACK-DAYS  PIC 9(3).

      *Mektup satirlari; her mektup yeni sayfada baslar. Ayni FD
      *altindaki 01 duzeyleri ayni depolamayi paylastigindan her
      *satir kendi WRITE'indan hemen once doldurulur.
       FD  NTC-PRT RECORDING MODE F.
       01  NTC-PRT-REC            PIC X(80).
       01  LTR-TEXT-LINE.
           05  FILLER             PIC X(8).
           05  LT-TEXT            PIC X(72).
       01  LTR-DATE-LINE.
           05  FILLER             PIC X(8).
           05  LD-DATE-LABEL      PIC X(6).
           05  LD-DATE            PIC X(10).
           05  FILLER             PIC X(20).
           05  LD-ACCT-LABEL      PIC X(9).
           05  LD-ACCT-NO         PIC X(8).
           05  FILLER             PIC X(19).
       01  LTR-AMOUNT-LINE.
           05  FILLER             PIC X(12).
           05  LA-LABEL           PIC X(30).
           05  LA-AMOUNT          PIC $$,$$$,$$9.99-.
           05  FILLER             PIC X(24).

       FD  NTC-RPT RECORDING MODE F.
       01  NTC-RPT-REC            PIC X(80).
       01  NRP-HEADER-1.
           05  FILLER             PIC X(20).
           05  NH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  NRP-HEADER-2.
           05  NH2-LABEL          PIC X(10).
           05  NH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(60).
       01  NRP-DETAIL-REC.
           05  ND-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  ND-TYPE-O          PIC X(2).
           05  FILLER             PIC X(2).
           05  ND-EVENT-DATE-O    PIC 9(8).
           05  FILLER             PIC X(2).
           05  ND-RESULT-O        PIC X(10).
           05  FILLER             PIC X(2).
           05  ND-DETAIL-O        PIC X(30).
           05  FILLER             PIC X(14).
       01  NRP-TOTAL-REC.
           05  NT-LABEL           PIC X(25).
           05  NT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(48).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 MAUD-EOF          PIC X VALUE SPACE.
         05 WS-FATAL-SW       PIC X VALUE SPACE.
         05 WS-ACCT-FOUND-SW  PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS-R    REDEFINES WS-ACCT-STATUS.
         05 WS-ACCT-STATUS-1  PIC X.
         05 FILLER            PIC X.
       01 WS-NHIST-STATUS     PIC XX VALUE SPACES.
       01 WS-MAUD-STATUS      PIC XX VALUE SPACES.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

      *Esikler; kontrol karti verilmezse 365 gun hareketsizlik
      *(ODEV009 varsayilani), esikten 60 gun once on bildirim ve
      *denetim kutugunde 7 gun geriye bakma kullanilir.
       01 WS-NOTICE-RULES.
         05 WS-DORMANT-DAYS     PIC 9(5) VALUE 365.
         05 WS-LEAD-DAYS        PIC 9(3) VALUE 60.
         05 WS-LOOKBACK-DAYS    PIC 9(3) VALUE 7.
         05 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
         05 WS-NOTICE-CUT-INT   PIC S9(9) COMP VALUE 0.
         05 WS-LOOKBACK-INT     PIC S9(9) COMP VALUE 0.
         05 WS-LOOKBACK-DATE    PIC 9(8) VALUE 0.
         05 WS-ACTIVITY-DATE    PIC 9(8) VALUE 0.
         05 WS-ACTIVITY-INT     PIC S9(9) COMP VALUE 0.
         05 WS-ELIGIBLE-INT     PIC S9(9) COMP VALUE 0.

      *Islenen bildirim; ISSUE-NOTICE'a bu alanlarla gelinir.
       01 WS-NOTICE-FIELDS.
         05 WS-NTC-TYPE         PIC X(2)  VALUE SPACES.
         05 WS-NTC-EVENT-DATE   PIC 9(8)  VALUE 0.
         05 WS-NTC-DETAIL       PIC X(30) VALUE SPACES.
         05 WS-NTC-RESULT       PIC X(10) VALUE SPACES.
         05 WS-NTC-OLD-TEXT     PIC X(11) VALUE SPACES.
         05 WS-NTC-NEW-TEXT     PIC X(11) VALUE SPACES.
         05 WS-OLD-BUCKET       PIC 9(1)  VALUE 0.
         05 WS-NEW-BUCKET       PIC 9(1)  VALUE 0.
         05 WS-NAME-LINE        PIC X(40) VALUE SPACES.

      *Mektupta basilan tarihler (MM/DD/YYYY).
       01 WS-PRINT-DATE-FIELDS.
         05 WS-PRT-DATE-RAW     PIC 9(8).
         05 WS-PRT-DATE-Y       REDEFINES WS-PRT-DATE-RAW.
            10 WS-PRT-YYYY      PIC 9(4).
            10 WS-PRT-MM        PIC 9(2).
            10 WS-PRT-DD        PIC 9(2).
         05 WS-PRT-DATE-DISPLAY PIC X(10).

       01 WS-COUNTERS.
         05 WS-MAUD-READ        PIC 9(7) VALUE 0.
         05 WS-DUNNING-COUNT    PIC 9(7) VALUE 0.
         05 WS-LIMIT-COUNT      PIC 9(7) VALUE 0.
         05 WS-DORMANT-COUNT    PIC 9(7) VALUE 0.
         05 WS-ALREADY-COUNT    PIC 9(7) VALUE 0.
         05 WS-NO-ADDR-COUNT    PIC 9(7) VALUE 0.
         05 WS-NO-ACCT-COUNT    PIC 9(7) VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN INPUT ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '97'
               DISPLAY 'ODEV035: MASTER OPEN FAILED STATUS '
                       WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O NTC-HIST.
           IF WS-NHIST-STATUS NOT = '00' AND WS-NHIST-STATUS NOT = '97'
              AND WS-NHIST-STATUS NOT = '05'
               DISPLAY 'ODEV035: NTCHIST OPEN FAILED STATUS '
                       WS-NHIST-STATUS
               CLOSE ACCT-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NTC-PRT.
           OPEN OUTPUT NTC-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM READ-CONTROL-CARD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW).
           COMPUTE WS-LOOKBACK-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS.
           COMPUTE WS-LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-INT).
      *Son hareketi bu tarihten once olan hesap esige on bildirim
      *suresinden daha yakindir.
           COMPUTE WS-NOTICE-CUT-INT =
               WS-TODAY-INT - WS-DORMANT-DAYS + WS-LEAD-DAYS.
           PERFORM WRITE-REPORT-HEADER.

      *Once denetim kutugundeki olaylar (ihtar, limit), sonra ana
      *dosya taramasiyla hareketsizlik on bildirimleri.
       ISSUE-NOTICES.
           PERFORM SCAN-MASTER-AUDIT
           IF WS-FATAL-SW NOT = 'Y'
               PERFORM SCAN-DORMANCY
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE NTC-HIST.
           CLOSE NTC-PRT.
           CLOSE NTC-RPT.
           DISPLAY 'ODEV035: DUNNING NOTICES   - ' WS-DUNNING-COUNT.
           DISPLAY 'ODEV035: LIMIT NOTICES     - ' WS-LIMIT-COUNT.
           DISPLAY 'ODEV035: DORMANCY NOTICES  - ' WS-DORMANT-COUNT.
           DISPLAY 'ODEV035: ALREADY SENT      - ' WS-ALREADY-COUNT.
           DISPLAY 'ODEV035: NO ADDRESS        - ' WS-NO-ADDR-COUNT.
           GOBACK.

      *Kart yoksa ('35') varsayilan esikler kullanilir.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-DORMANT-DAYS NUMERIC
                          AND CTL-DORMANT-DAYS > 0
                           MOVE CTL-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF CTL-LEAD-DAYS NUMERIC
                          AND CTL-LEAD-DAYS > 0
                           MOVE CTL-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
                       IF CTL-LOOKBACK-DAYS NUMERIC
                          AND CTL-LOOKBACK-DAYS > 0
                           MOVE CTL-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      *Denetim kutugu geriye bakma suresi icindeki kayitlarla
      *taranir; kacirilmis bir gece sonraki kosuda yakalanir, daha
      *once gonderilenler tarihceden elenir. Kutuk yoksa ihtar ve
      *limit bildirimi cikmaz; bu durum konsola yazilir.
       SCAN-MASTER-AUDIT.
           OPEN INPUT MST-AUDIT.
           IF WS-MAUD-STATUS NOT = '00' AND WS-MAUD-STATUS NOT = '05'
               DISPLAY 'ODEV035: MSTAUDIT OPEN FAILED STATUS '
                       WS-MAUD-STATUS ' - NO DUNNING/LIMIT NOTICES'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM READ-MST-AUDIT
               PERFORM UNTIL MAUD-EOF = 'Y' OR WS-FATAL-SW = 'Y'
                   ADD 1 TO WS-MAUD-READ
                   IF MAU-RUN-DATE >= WS-LOOKBACK-DATE
                      AND MAU-RUN-DATE <= WS-RUN-DATE-RAW
                       PERFORM CHECK-AUDIT-EVENT
                   END-IF
                   PERFORM READ-MST-AUDIT
               END-PERFORM
               CLOSE MST-AUDIT
           END-IF.

      *Ihtar yalnizca kova kotulestiginde gider; iyilesme (odeme)
      *icin mektup yazilmaz. Eski kayitlarda bos/bozuk onceki kova
      *guncel (0) sayilir.
       CHECK-AUDIT-EVENT.
           EVALUATE TRUE
               WHEN MAU-PROGRAM = 'ODEV018'
                AND MAU-FIELD = 'DELQ-BUCKET'
                AND MAU-AFTER (1:1) >= '1' AND MAU-AFTER (1:1) <= '3'
                   MOVE MAU-AFTER (1:1) TO WS-NEW-BUCKET
                   IF MAU-BEFORE (1:1) >= '0'
                      AND MAU-BEFORE (1:1) <= '3'
                       MOVE MAU-BEFORE (1:1) TO WS-OLD-BUCKET
                   ELSE
                       MOVE 0 TO WS-OLD-BUCKET
                   END-IF
                   IF WS-NEW-BUCKET > WS-OLD-BUCKET
                       STRING 'D' WS-NEW-BUCKET DELIMITED BY SIZE
                         INTO WS-NTC-TYPE
                       END-STRING
                       MOVE MAU-RUN-DATE TO WS-NTC-EVENT-DATE
                       MOVE SPACES TO WS-NTC-DETAIL
                       STRING 'DELINQUENCY BUCKET ' WS-OLD-BUCKET
                              ' TO ' WS-NEW-BUCKET DELIMITED BY SIZE
                         INTO WS-NTC-DETAIL
                       END-STRING
                       PERFORM ISSUE-AUDIT-NOTICE
                   END-IF
               WHEN MAU-PROGRAM = 'ODEV008'
                AND MAU-FIELD = 'LIMIT'
                   MOVE 'LC'            TO WS-NTC-TYPE
                   MOVE MAU-RUN-DATE    TO WS-NTC-EVENT-DATE
                   MOVE MAU-BEFORE (1:11) TO WS-NTC-OLD-TEXT
                   MOVE MAU-AFTER (1:11)  TO WS-NTC-NEW-TEXT
                   MOVE SPACES TO WS-NTC-DETAIL
                   STRING 'LIMIT ' WS-NTC-OLD-TEXT ' TO '
                          WS-NTC-NEW-TEXT DELIMITED BY SIZE
                     INTO WS-NTC-DETAIL
                   END-STRING
                   PERFORM ISSUE-AUDIT-NOTICE
           END-EVALUATE.

      *Denetim olayinin hesabi adres icin anahtarla okunur; artik
      *ana dosyada olmayan (arsivlenmis) hesaba mektup cikmaz.
       ISSUE-AUDIT-NOTICE.
           MOVE MAU-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   MOVE SPACE TO WS-ACCT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
              AND WS-ACCT-STATUS-1 NOT = '2'
               DISPLAY 'ODEV035: MASTER READ ERROR STATUS '
                       WS-ACCT-STATUS ' FOR ACCT ' MAU-ACCT-NO
               MOVE 'Y' TO WS-FATAL-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ACCT-FOUND-SW = 'Y'
                   PERFORM ISSUE-NOTICE
               ELSE
                   ADD 1 TO WS-NO-ACCT-COUNT
                   MOVE MAU-ACCT-NO TO ACCT-NO
                   MOVE 'NO ACCOUNT' TO WS-NTC-RESULT
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-IF.

      *Bakiyesi pozitif, kapanmamis ve zarar yazilmamis hesaplardan
      *son hareketi on bildirim sinirini gecmis olanlar secilir.
      *Damgasi olmayan kayitlar ODEV009'daki gibi atlanir.
       SCAN-DORMANCY.
           MOVE LOW-VALUES TO ACCT-NO.
           START ACCT-REC KEY >= ACCT-NO
               INVALID KEY MOVE 'Y' TO MASTER-EOF
           END-START.
           PERFORM READ-NEXT-MASTER.
           PERFORM UNTIL MASTER-EOF = 'Y' OR WS-FATAL-SW = 'Y'
               IF (ACCT-STATUS = 'A' OR ACCT-STATUS = 'D')
                  AND ACCT-BALANCE > ZERO
                  AND LAST-ACTIVITY-DATE NUMERIC
                  AND LAST-ACTIVITY-DATE > ZERO
                   COMPUTE WS-ACTIVITY-DATE =
                       20000000 + LAST-ACTIVITY-DATE
                   COMPUTE WS-ACTIVITY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE)
                   IF WS-ACTIVITY-INT <= WS-NOTICE-CUT-INT
                       MOVE 'DM'             TO WS-NTC-TYPE
                       MOVE WS-ACTIVITY-DATE TO WS-NTC-EVENT-DATE
                       MOVE SPACES TO WS-NTC-DETAIL
                       STRING 'INACTIVE SINCE ' WS-ACTIVITY-DATE
                              DELIMITED BY SIZE
                         INTO WS-NTC-DETAIL
                       END-STRING
                       PERFORM ISSUE-NOTICE
                   END-IF
               END-IF
               PERFORM READ-NEXT-MASTER
           END-PERFORM.

      *Tek bir bildirim: tarihcede varsa atlanir; adres eksikse
      *basilmaz ve tarihceye yazilmaz ki duzeltilince gitsin.
      *Mektup basildiktan sonra tarihce kaydi yazilir.
       ISSUE-NOTICE.
           MOVE ACCT-NO           TO NH-ACCT-NO.
           MOVE WS-NTC-TYPE       TO NH-TYPE.
           MOVE WS-NTC-EVENT-DATE TO NH-EVENT-DATE.
           READ NTC-HIST
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-NHIST-STATUS = '00'
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-NHIST-STATUS NOT = '23'
                   DISPLAY 'ODEV035: NTCHIST READ ERROR STATUS '
                           WS-NHIST-STATUS ' FOR ACCT ' ACCT-NO
                   MOVE 'Y' TO WS-FATAL-SW
                   MOVE 8 TO RETURN-CODE
               WHEN STREET-ADDR = SPACES OR CITY-COUNTY = SPACES
                   ADD 1 TO WS-NO-ADDR-COUNT
                   MOVE 'NO ADDRESS' TO WS-NTC-RESULT
                   PERFORM WRITE-REGISTER-DETAIL
               WHEN OTHER
                   PERFORM PRINT-LETTER
                   PERFORM RECORD-NOTICE-SENT
           END-EVALUATE.

       RECORD-NOTICE-SENT.
           MOVE ACCT-NO           TO NH-ACCT-NO.
           MOVE WS-NTC-TYPE       TO NH-TYPE.
           MOVE WS-NTC-EVENT-DATE TO NH-EVENT-DATE.
           MOVE WS-RUN-DATE-RAW   TO NH-SENT-DATE.
           MOVE WS-NTC-DETAIL     TO NH-DETAIL.
           WRITE NTC-HIST-REC
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-NHIST-STATUS NOT = '00'
               DISPLAY 'ODEV035: NTCHIST WRITE ERROR STATUS '
                       WS-NHIST-STATUS ' FOR ACCT ' ACCT-NO
               MOVE 'Y' TO WS-FATAL-SW
               MOVE 8 TO RETURN-CODE
           ELSE
               EVALUATE WS-NTC-TYPE
                   WHEN 'LC' ADD 1 TO WS-LIMIT-COUNT
                   WHEN 'DM' ADD 1 TO WS-DORMANT-COUNT
                   WHEN OTHER ADD 1 TO WS-DUNNING-COUNT
               END-EVALUATE
               MOVE 'SENT' TO WS-NTC-RESULT
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

      *Mektup: tarih ve hesap, adres blogu, konu ve turune gore
      *govde. Ad 'AD SOYAD' olarak birlestirilir.
       PRINT-LETTER.
           MOVE SPACES TO LTR-DATE-LINE.
           MOVE 'DATE: '            TO LD-DATE-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO LD-DATE.
           MOVE 'ACCOUNT: '         TO LD-ACCT-LABEL.
           MOVE ACCT-NO             TO LD-ACCT-NO.
           WRITE LTR-DATE-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-NAME-LINE.
           STRING FIRST-NAME DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  LAST-NAME  DELIMITED BY '  '
             INTO WS-NAME-LINE
           END-STRING.
           MOVE WS-NAME-LINE TO LT-TEXT.
           PERFORM WRITE-ADDRESS-LINE.
           MOVE STREET-ADDR  TO LT-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE CITY-COUNTY  TO LT-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE USA-STATE    TO LT-TEXT.
           PERFORM WRITE-LETTER-LINE.
           EVALUATE WS-NTC-TYPE
               WHEN 'LC' PERFORM PRINT-LIMIT-BODY
               WHEN 'DM' PERFORM PRINT-DORMANCY-BODY
               WHEN OTHER PERFORM PRINT-DUNNING-BODY
           END-EVALUATE.

       PRINT-DUNNING-BODY.
           MOVE SPACES TO LT-TEXT.
           EVALUATE WS-NTC-TYPE
               WHEN 'D1'
                   MOVE 'RE: YOUR PAYMENT IS 30 DAYS PAST DUE'
                     TO LT-TEXT
               WHEN 'D2'
                   MOVE 'RE: SECOND NOTICE - PAYMENT 60 DAYS PAST DUE'
                     TO LT-TEXT
               WHEN OTHER
                   MOVE 'RE: FINAL NOTICE - PAYMENT 90 DAYS PAST DUE'
                     TO LT-TEXT
           END-EVALUATE.
           PERFORM WRITE-SUBJECT-LINE.
           MOVE 'WE HAVE NOT RECEIVED THE MINIMUM PAYMENT DUE ON YOUR'
             TO LT-TEXT.
           PERFORM WRITE-BODY-LINE.
           MOVE 'ACCOUNT. PLEASE PAY AT LEAST THE AMOUNT BELOW.'
             TO LT-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE 'CURRENT BALANCE:'   TO LA-LABEL.
           MOVE ACCT-BALANCE         TO LA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'MINIMUM PAYMENT DUE:' TO LA-LABEL.
           MOVE ACCT-MIN-PAY-DUE     TO LA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           IF WS-NTC-TYPE = 'D3'
               MOVE 'IF PAYMENT IS NOT RECEIVED, THE ACCOUNT MAY BE'
                 TO LT-TEXT
               PERFORM WRITE-BODY-LINE
               MOVE 'CLOSED AND CHARGED OFF.' TO LT-TEXT
               PERFORM WRITE-LETTER-LINE
           END-IF.

       PRINT-LIMIT-BODY.
           MOVE 'RE: CHANGE TO YOUR CREDIT LIMIT' TO LT-TEXT.
           PERFORM WRITE-SUBJECT-LINE.
           MOVE 'THE CREDIT LIMIT ON YOUR ACCOUNT HAS BEEN CHANGED.'
             TO LT-TEXT.
           PERFORM WRITE-BODY-LINE.
           MOVE SPACES TO LT-TEXT.
           STRING 'PREVIOUS LIMIT: ' WS-NTC-OLD-TEXT
                  DELIMITED BY SIZE
             INTO LT-TEXT
           END-STRING.
           PERFORM WRITE-BODY-LINE.
           MOVE SPACES TO LT-TEXT.
           STRING 'NEW LIMIT:      ' WS-NTC-NEW-TEXT
                  DELIMITED BY SIZE
             INTO LT-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-NTC-EVENT-DATE TO WS-PRT-DATE-RAW.
           PERFORM FORMAT-PRINT-DATE.
           MOVE SPACES TO LT-TEXT.
           STRING 'EFFECTIVE: ' WS-PRT-DATE-DISPLAY
                  DELIMITED BY SIZE
             INTO LT-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.

      *Sahipsiz varlik esigi: son hareket + hareketsizlik gun
      *sayisi. Mektup esikten once musteriye hesabi korumak icin
      *yapmasi gerekeni soyler (due-diligence).
       PRINT-DORMANCY-BODY.
           MOVE 'RE: NOTICE OF INACTIVE ACCOUNT - UNCLAIMED PROPERTY'
             TO LT-TEXT.
           PERFORM WRITE-SUBJECT-LINE.
           MOVE WS-ACTIVITY-DATE TO WS-PRT-DATE-RAW.
           PERFORM FORMAT-PRINT-DATE.
           MOVE SPACES TO LT-TEXT.
           STRING 'THERE HAS BEEN NO ACTIVITY ON YOUR ACCOUNT SINCE '
                  WS-PRT-DATE-DISPLAY '.' DELIMITED BY SIZE
             INTO LT-TEXT
           END-STRING.
           PERFORM WRITE-BODY-LINE.
           COMPUTE WS-ELIGIBLE-INT = WS-ACTIVITY-INT + WS-DORMANT-DAYS.
           COMPUTE WS-PRT-DATE-RAW =
               FUNCTION DATE-OF-INTEGER(WS-ELIGIBLE-INT).
           PERFORM FORMAT-PRINT-DATE.
           MOVE SPACES TO LT-TEXT.
           STRING 'UNLESS YOU USE OR CONTACT US ABOUT THE ACCOUNT BY '
                  WS-PRT-DATE-DISPLAY ',' DELIMITED BY SIZE
             INTO LT-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LT-TEXT.
           STRING 'THE BALANCE MAY BE REPORTED AND PAID TO THE STATE '
                  'OF ' USA-STATE DELIMITED BY SIZE
             INTO LT-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE 'AS UNCLAIMED PROPERTY.' TO LT-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE 'ACCOUNT BALANCE:'   TO LA-LABEL.
           MOVE ACCT-BALANCE         TO LA-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

       FORMAT-PRINT-DATE.
           STRING WS-PRT-MM DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  WS-PRT-DD DELIMITED BY SIZE
                  '/'       DELIMITED BY SIZE
                  WS-PRT-YYYY DELIMITED BY SIZE
             INTO WS-PRT-DATE-DISPLAY
           END-STRING.

      *LT-TEXT cagirandan doldurulmus gelir; FILLER her yazimda
      *temizlenir. Adres blogu ve konu satirindan once iki, bir
      *paragrafin ilk satirindan (WRITE-BODY-LINE) once bir bos
      *satir birakilir.
       WRITE-ADDRESS-LINE.
           MOVE SPACES TO LTR-TEXT-LINE (1:8).
           WRITE LTR-TEXT-LINE AFTER ADVANCING 3.

       WRITE-SUBJECT-LINE.
           MOVE SPACES TO LTR-TEXT-LINE (1:8).
           WRITE LTR-TEXT-LINE AFTER ADVANCING 3.
           MOVE SPACES TO LT-TEXT.

       WRITE-BODY-LINE.
           MOVE SPACES TO LTR-TEXT-LINE (1:8).
           WRITE LTR-TEXT-LINE AFTER ADVANCING 2.
           MOVE SPACES TO LT-TEXT.

       WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-TEXT-LINE (1:8).
           WRITE LTR-TEXT-LINE AFTER ADVANCING 1.
           MOVE SPACES TO LT-TEXT.

      *LA-LABEL ve LA-AMOUNT cagirandan doldurulmus gelir.
       WRITE-AMOUNT-LINE.
           MOVE SPACES TO LTR-AMOUNT-LINE (1:12).
           MOVE SPACES TO LTR-AMOUNT-LINE (57:24).
           WRITE LTR-AMOUNT-LINE AFTER ADVANCING 1.
           MOVE SPACES TO LT-TEXT.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES            TO NRP-DETAIL-REC.
           MOVE ACCT-NO           TO ND-ACCT-NO-O.
           MOVE WS-NTC-TYPE       TO ND-TYPE-O.
           MOVE WS-NTC-EVENT-DATE TO ND-EVENT-DATE-O.
           MOVE WS-NTC-RESULT     TO ND-RESULT-O.
           MOVE WS-NTC-DETAIL     TO ND-DETAIL-O.
           WRITE NRP-DETAIL-REC AFTER ADVANCING 1.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO NRP-HEADER-1.
           MOVE 'CUSTOMER NOTICE REGISTER' TO NH1-TITLE.
           WRITE NRP-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO NRP-HEADER-2.
           MOVE 'RUN DATE: '        TO NH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO NH2-RUN-DATE.
           WRITE NRP-HEADER-2 AFTER ADVANCING 2.

       WRITE-REPORT-TOTALS.
           MOVE SPACES              TO NRP-TOTAL-REC.
           MOVE 'DUNNING NOTICES:  '  TO NT-LABEL.
           MOVE WS-DUNNING-COUNT    TO NT-COUNT-O.
           WRITE NRP-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES              TO NRP-TOTAL-REC.
           MOVE 'LIMIT NOTICES:    '  TO NT-LABEL.
           MOVE WS-LIMIT-COUNT      TO NT-COUNT-O.
           WRITE NRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO NRP-TOTAL-REC.
           MOVE 'DORMANCY NOTICES: '  TO NT-LABEL.
           MOVE WS-DORMANT-COUNT    TO NT-COUNT-O.
           WRITE NRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO NRP-TOTAL-REC.
           MOVE 'ALREADY SENT:     '  TO NT-LABEL.
           MOVE WS-ALREADY-COUNT    TO NT-COUNT-O.
           WRITE NRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO NRP-TOTAL-REC.
           MOVE 'HELD - NO ADDRESS: ' TO NT-LABEL.
           MOVE WS-NO-ADDR-COUNT    TO NT-COUNT-O.
           WRITE NRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES              TO NRP-TOTAL-REC.
           MOVE 'ACCT NOT ON MASTER:' TO NT-LABEL.
           MOVE WS-NO-ACCT-COUNT    TO NT-COUNT-O.
           WRITE NRP-TOTAL-REC AFTER ADVANCING 1.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
      *dosya tukenmis sayilir ve kosu isaretlenir.
       READ-MST-AUDIT.
           READ MST-AUDIT
               AT END MOVE 'Y' TO MAUD-EOF
           END-READ.
           IF MAUD-EOF NOT = 'Y' AND WS-MAUD-STATUS NOT = '00'
               DISPLAY 'ODEV035: MSTAUDIT READ ERROR STATUS '
                       WS-MAUD-STATUS
               MOVE 'Y' TO MAUD-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-NEXT-MASTER.
           IF MASTER-EOF NOT = 'Y'
               READ ACCT-REC NEXT RECORD
                   AT END MOVE 'Y' TO MASTER-EOF
               END-READ
               IF MASTER-EOF NOT = 'Y' AND WS-ACCT-STATUS NOT = '00'
                   DISPLAY 'ODEV035: MASTER READ ERROR STATUS '
                           WS-ACCT-STATUS
                   MOVE 'Y' TO MASTER-EOF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
