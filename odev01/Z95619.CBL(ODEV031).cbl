      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV031.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Acik itiraz yaslandirma raporu. DISPMST itiraz ana
      * dosyasini (bkz. ODEV030) anahtar sirasinda okur; acik ('O')
      * her itiraz icin acilistan bu yana gecen gunu ve yanit
      * suresinin bitimine kalan gunu hesaplar. Suresi gecmis
      * itirazlar 'PAST DUE', bitime uyari gununden az kalanlar
      * 'DUE SOON' olarak isaretlenir. Yanit suresi ve uyari gunu
      * CTLCARD kontrol kartindan gelir; kart verilmezse 60 ve 10
      * gun kullanilir. Rapor sonunda acik itirazlar 0-30/31-60/
      * 61-90/90+ gun bantlarinda ve suresi gecmis toplamiyla
      * ozetlenir.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISP-MST ASSIGN TO DISPMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DISP-STATUS.
           SELECT ACCT-REC   ASSIGN TO ACCTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO CTLCARD
               FILE STATUS IS WS-CTL-STATUS.
           SELECT DAGE-RPT   ASSIGN TO DSPAGE.
      *Henuz hic itiraz acilmamissa DISPMST olmayabilir; OPTIONAL
      *acilis bos dosya gibi davranir ve rapor sifir toplamla
      *basilir.
       DATA DIVISION.
       FILE SECTION.
      *Itiraz ana kaydi (bkz. ODEV030). DSP-STATUS: 'O' acik, 'C'
      *musteri lehine, 'B' banka lehine kapandi.
       FD  DISP-MST.
       01  DISP-REC.
           05  DSP-KEY.
               10  DSP-ACCT-NO    PIC X(8).
               10  DSP-JRNL-SEQ   PIC 9(7).
               10  DSP-RUN-DATE   PIC 9(8).
           05  DSP-STATUS         PIC X(1).
           05  DSP-ITEM-AMOUNT    PIC S9(7)V99 COMP-3.
           05  DSP-AMOUNT         PIC S9(7)V99 COMP-3.
           05  DSP-CREDIT-AMT     PIC S9(7)V99 COMP-3.
           05  DSP-TRAN-CODE      PIC X(2).
           05  DSP-TRAN-DESC      PIC X(25).
           05  DSP-OPEN-DATE      PIC 9(8).
           05  DSP-UPDATE-DATE    PIC 9(8).
           05  DSP-RESOLVE-DATE   PIC 9(8).
           05  DSP-OPEN-USER      PIC X(8).
           05  DSP-LAST-USER      PIC X(8).
           05  DSP-NOTE           PIC X(30).

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
           05  ACCT-DELQ-BUCKET   PIC 9(1).
           05  ACCT-MIN-PAY-DUE   PIC S9(7)V99 COMP-3.

      *Yanit suresi (kolon 1-3) ve uyari gunu (kolon 4-6):
      *ornegin '090015' karti 90 gun sure, 15 gun uyari demektir.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CONTROL-CARD-REC.
           05  CTL-RESPONSE-DAYS  PIC 9(3).
           05  CTL-WARN-DAYS      PIC 9(3).

      *Rapor satirlari; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
       FD  DAGE-RPT RECORDING MODE F.
       01  DAGE-RPT-REC           PIC X(80).
       01  DAG-HEADER-1.
           05  FILLER             PIC X(20).
           05  DH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  DAG-HEADER-2.
           05  DH2-LABEL          PIC X(10).
           05  DH2-RUN-DATE       PIC X(10).
           05  DH2-DAYS-LABEL     PIC X(17).
           05  DH2-DAYS           PIC ZZ9.
           05  FILLER             PIC X(40).
       01  DAG-DETAIL-REC.
           05  DD-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(1).
           05  DD-LAST-NAME-O     PIC X(15).
           05  FILLER             PIC X(1).
           05  DD-SEQ-O           PIC 9(7).
           05  FILLER             PIC X(1).
           05  DD-OPEN-DATE-O     PIC X(10).
           05  FILLER             PIC X(1).
           05  DD-AMOUNT-O        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(1).
           05  DD-DAYS-OPEN-O     PIC ZZZZ9.
           05  FILLER             PIC X(1).
           05  DD-DAYS-LEFT-O     PIC -ZZZ9.
           05  FILLER             PIC X(1).
           05  DD-FLAG-O          PIC X(8).
           05  FILLER             PIC X(5).
       01  DAG-CAPTION-REC.
           05  DC-CAPTION         PIC X(40).
           05  FILLER             PIC X(40).
       01  DAG-TOTAL-REC.
           05  DT-LABEL           PIC X(20).
           05  DT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3).
           05  DT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99.
           05  FILLER             PIC X(33).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 DISP-EOF          PIC X VALUE SPACE.

       01 WS-DISP-STATUS      PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS-R    REDEFINES WS-ACCT-STATUS.
         05 WS-ACCT-STATUS-1  PIC X.
         05 FILLER            PIC X.
       01 WS-CTL-STATUS       PIC XX VALUE SPACES.

       01 WS-AGING-FIELDS.
         05 WS-RESPONSE-DAYS    PIC 9(3) VALUE 60.
         05 WS-WARN-DAYS        PIC 9(3) VALUE 10.
         05 WS-TODAY-INT        PIC S9(9) COMP VALUE 0.
         05 WS-OPEN-INT         PIC S9(9) COMP VALUE 0.
         05 WS-DAYS-OPEN        PIC S9(5) COMP VALUE 0.
         05 WS-DAYS-LEFT        PIC S9(5) COMP VALUE 0.
         05 WS-OPEN-DATE-N      PIC 9(8).
         05 WS-OPEN-DATE-Y      REDEFINES WS-OPEN-DATE-N.
            10 WS-OPEN-YYYY     PIC 9(4).
            10 WS-OPEN-MM       PIC 9(2).
            10 WS-OPEN-DD       PIC 9(2).

      *Acik gun bantlari: 0-30, 31-60, 61-90, 90 ustu.
       01 WS-BAND-TABLES.
         05 WS-AGE-BAND OCCURS 4.
            10 WS-AB-COUNT    PIC 9(7).
            10 WS-AB-AMT      PIC S9(11)V99 COMP-3.
         05 WS-BAND-IX        PIC 9(3) COMP VALUE 0.

       01 WS-COUNTERS.
         05 WS-OPEN-COUNT       PIC 9(7) VALUE 0.
         05 WS-OPEN-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-PAST-DUE-COUNT   PIC 9(7) VALUE 0.
         05 WS-PAST-DUE-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-DUE-SOON-COUNT   PIC 9(7) VALUE 0.
         05 WS-DUE-SOON-AMT     PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN INPUT DISP-MST.
           IF WS-DISP-STATUS NOT = '00' AND WS-DISP-STATUS NOT = '97'
              AND WS-DISP-STATUS NOT = '05'
               DISPLAY 'ODEV031: DISPMST OPEN FAILED STATUS '
                       WS-DISP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '97'
               DISPLAY 'ODEV031: MASTER OPEN FAILED STATUS '
                       WS-ACCT-STATUS
               CLOSE DISP-MST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DAGE-RPT.
           PERFORM READ-CONTROL-CARD.
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
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > 4
               MOVE ZERO TO WS-AB-COUNT (WS-BAND-IX)
               MOVE ZERO TO WS-AB-AMT (WS-BAND-IX)
           END-PERFORM.
           PERFORM WRITE-REPORT-HEADER.

      *Kapanmis itirazlar atlanir; acilis tarihi bozuk kayitlar
      *gun hesabina girmez, sifir gunle listelenir.
       AGE-OPEN-DISPUTES.
           PERFORM READ-DISPUTE.
           PERFORM UNTIL DISP-EOF = 'Y'
               IF DSP-STATUS = 'O'
                   PERFORM AGE-ONE-DISPUTE
               END-IF
               PERFORM READ-DISPUTE
           END-PERFORM
           PERFORM PRINT-SUMMARY-SECTION
           .

       CLOSE-STOP.
           CLOSE DISP-MST.
           CLOSE ACCT-REC.
           CLOSE DAGE-RPT.
           DISPLAY 'ODEV031: OPEN DISPUTES     - ' WS-OPEN-COUNT.
           DISPLAY 'ODEV031: PAST DEADLINE     - ' WS-PAST-DUE-COUNT.
           GOBACK.

       AGE-ONE-DISPUTE.
           MOVE ZERO TO WS-DAYS-OPEN.
           IF DSP-OPEN-DATE NUMERIC AND DSP-OPEN-DATE > ZERO
               MOVE DSP-OPEN-DATE TO WS-OPEN-DATE-N
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-N)
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-OPEN-INT
           ELSE
               MOVE ZERO TO WS-OPEN-DATE-N
           END-IF
           COMPUTE WS-DAYS-LEFT = WS-RESPONSE-DAYS - WS-DAYS-OPEN
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN NOT > 30 MOVE 1 TO WS-BAND-IX
               WHEN WS-DAYS-OPEN NOT > 60 MOVE 2 TO WS-BAND-IX
               WHEN WS-DAYS-OPEN NOT > 90 MOVE 3 TO WS-BAND-IX
               WHEN OTHER                 MOVE 4 TO WS-BAND-IX
           END-EVALUATE
           ADD 1          TO WS-AB-COUNT (WS-BAND-IX)
           ADD DSP-AMOUNT TO WS-AB-AMT (WS-BAND-IX)
           ADD 1          TO WS-OPEN-COUNT
           ADD DSP-AMOUNT TO WS-OPEN-AMT
           PERFORM FETCH-ACCOUNT-NAME
           MOVE SPACES         TO DAG-DETAIL-REC
           MOVE DSP-ACCT-NO    TO DD-ACCT-NO-O
           MOVE LAST-NAME      TO DD-LAST-NAME-O
           MOVE DSP-JRNL-SEQ   TO DD-SEQ-O
           IF WS-OPEN-DATE-N > ZERO
               STRING WS-OPEN-MM   DELIMITED BY SIZE
                      '/'          DELIMITED BY SIZE
                      WS-OPEN-DD   DELIMITED BY SIZE
                      '/'          DELIMITED BY SIZE
                      WS-OPEN-YYYY DELIMITED BY SIZE
                 INTO DD-OPEN-DATE-O
               END-STRING
           END-IF
           MOVE DSP-AMOUNT     TO DD-AMOUNT-O
           MOVE WS-DAYS-OPEN   TO DD-DAYS-OPEN-O
           MOVE WS-DAYS-LEFT   TO DD-DAYS-LEFT-O
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE 'PAST DUE' TO DD-FLAG-O
                   ADD 1           TO WS-PAST-DUE-COUNT
                   ADD DSP-AMOUNT  TO WS-PAST-DUE-AMT
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   MOVE 'DUE SOON' TO DD-FLAG-O
                   ADD 1           TO WS-DUE-SOON-COUNT
                   ADD DSP-AMOUNT  TO WS-DUE-SOON-AMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE DAG-DETAIL-REC AFTER ADVANCING 1.

      *Ad yalnizca rapor icindir; hesap bulunamazsa ad bos basilir.
       FETCH-ACCOUNT-NAME.
           MOVE DSP-ACCT-NO TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   MOVE SPACES TO LAST-NAME
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
              AND WS-ACCT-STATUS-1 NOT = '2'
               DISPLAY 'ODEV031: MASTER READ ERROR STATUS '
                       WS-ACCT-STATUS ' FOR ACCT ' DSP-ACCT-NO
               MOVE SPACES TO LAST-NAME
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PRINT-SUMMARY-SECTION.
           MOVE SPACES TO DAG-CAPTION-REC.
           MOVE 'OPEN DISPUTES BY AGE' TO DC-CAPTION.
           WRITE DAG-CAPTION-REC AFTER ADVANCING 2.
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > 4
               MOVE SPACES TO DAG-TOTAL-REC
               EVALUATE WS-BAND-IX
                   WHEN 1 MOVE '0 - 30 DAYS:        ' TO DT-LABEL
                   WHEN 2 MOVE '31 - 60 DAYS:       ' TO DT-LABEL
                   WHEN 3 MOVE '61 - 90 DAYS:       ' TO DT-LABEL
                   WHEN 4 MOVE 'OVER 90 DAYS:       ' TO DT-LABEL
               END-EVALUATE
               MOVE WS-AB-COUNT (WS-BAND-IX) TO DT-COUNT-O
               MOVE WS-AB-AMT (WS-BAND-IX)   TO DT-AMOUNT-O
               WRITE DAG-TOTAL-REC AFTER ADVANCING 1
           END-PERFORM.
           MOVE SPACES            TO DAG-TOTAL-REC.
           MOVE 'DUE SOON:'       TO DT-LABEL.
           MOVE WS-DUE-SOON-COUNT TO DT-COUNT-O.
           MOVE WS-DUE-SOON-AMT   TO DT-AMOUNT-O.
           WRITE DAG-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES            TO DAG-TOTAL-REC.
           MOVE 'PAST DEADLINE:'  TO DT-LABEL.
           MOVE WS-PAST-DUE-COUNT TO DT-COUNT-O.
           MOVE WS-PAST-DUE-AMT   TO DT-AMOUNT-O.
           WRITE DAG-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES            TO DAG-TOTAL-REC.
           MOVE 'TOTAL OPEN:'     TO DT-LABEL.
           MOVE WS-OPEN-COUNT     TO DT-COUNT-O.
           MOVE WS-OPEN-AMT       TO DT-AMOUNT-O.
           WRITE DAG-TOTAL-REC AFTER ADVANCING 2.

       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD.
           IF WS-CTL-STATUS = '35'
               CONTINUE
           ELSE
               READ CONTROL-CARD
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-RESPONSE-DAYS NUMERIC
                          AND CTL-RESPONSE-DAYS > 0
                           MOVE CTL-RESPONSE-DAYS TO WS-RESPONSE-DAYS
                       END-IF
                       IF CTL-WARN-DAYS NUMERIC
                          AND CTL-WARN-DAYS > 0
                           MOVE CTL-WARN-DAYS TO WS-WARN-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-CARD
           END-IF.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
      *dosya tukenmis sayilir.
       READ-DISPUTE.
           READ DISP-MST
               AT END MOVE 'Y' TO DISP-EOF
           END-READ.
           IF DISP-EOF NOT = 'Y' AND WS-DISP-STATUS NOT = '00'
               DISPLAY 'ODEV031: DISPMST READ ERROR STATUS '
                       WS-DISP-STATUS
               MOVE 'Y' TO DISP-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO DAG-HEADER-1.
           MOVE 'OPEN DISPUTES AGING REPORT' TO DH1-TITLE.
           WRITE DAG-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO DAG-HEADER-2.
           MOVE 'RUN DATE: '        TO DH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO DH2-RUN-DATE.
           MOVE '  RESPONSE DAYS: ' TO DH2-DAYS-LABEL.
           MOVE WS-RESPONSE-DAYS    TO DH2-DAYS.
           WRITE DAG-HEADER-2 AFTER ADVANCING 2.
