      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ODEV029.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Banka lockbox odeme dosyasi alimi; ODEV003'ten ONCE calisir.
      * Bankanin LOCKBOX dosyasi partilerden olusur: her parti bir
      * baslik ('H'), odeme kalemleri ('D') ve kalem sayisi ile
      * dolar toplamini tasiyan bir dip ('T') kaydidir. Dosya iki
      * kez okunur: ilk geciste her partinin kalemleri sayilip
      * toplanir ve dip kaydiyla karsilastirilir; tutmayan, dipsiz
      * kalan ya da bozuk kalem iceren parti butunuyle reddedilir.
      * Ikinci geciste kabul edilen partilerin kalemleri ana
      * dosyada aranir: hesap varsa ve kapali degilse kalem, odeme
      * islem koduyla ve bankanin kalem referansi TRAN-DESC'te
      * olmak uzere TRANFILE'a alacak ('C') olarak eklenir; hesap
      * yoksa ya da kapaliysa UNAPPOUT uygulanmamis nakit
      * dosyasina ayrilir. Dunku uygulanmamis nakit (UNAPPIN)
      * ayni kosuda yeniden ele alinir: operasyonun dogru hesaba
      * yonlendirdigi ('Y' isaretli) kalemler yeniden denenir,
      * digerleri aynen devredilir. LBXRPT gunluk lockbox
      * denklestirme raporu, banka toplamini uygulanan arti
      * uygulanmayan tutara baglar.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO LOCKBOX
               FILE STATUS IS WS-LBX-STATUS.
           SELECT OPTIONAL UNAPP-IN ASSIGN TO UNAPPIN
               FILE STATUS IS WS-UNAPIN-STATUS.
           SELECT ACCT-REC   ASSIGN TO ACCTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL TRAN-FILE ASSIGN TO TRANFILE
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT UNAPP-OUT  ASSIGN TO UNAPPOUT.
           SELECT LBX-RPT    ASSIGN TO LBXRPT.
      *TRANFILE EXTEND ile acilir: elle girilmis gunun kayitlari
      *korunur, lockbox odemeleri sona eklenir (ODEV003 girdiyi
      *zaten ACCT-NO sirasina dizer). UNAPPIN ilk kosuda henuz var
      *olmayabilir; OPTIONAL acilista bos dosya gibi davranir.
       DATA DIVISION.
       FILE SECTION.
      *Banka dosyasi: 80 baytlik sabit kayit, ilk bayt kayit
      *turu. Tutarlar bankanin gonderdigi gibi isaretsiz zonlu
      *sayidir.
       FD  LOCKBOX-FILE RECORDING MODE F.
       01  LBX-HEADER-REC.
           05  LBH-REC-TYPE       PIC X(1).
           05  LBH-BATCH-NO       PIC 9(6).
           05  LBH-DEPOSIT-DATE   PIC 9(8).
           05  FILLER             PIC X(65).
       01  LBX-ITEM-REC.
           05  LBD-REC-TYPE       PIC X(1).
           05  LBD-ACCT-NO        PIC X(8).
           05  LBD-AMOUNT         PIC 9(7)V99.
           05  LBD-ITEM-REF       PIC X(16).
           05  FILLER             PIC X(46).
       01  LBX-TRAILER-REC.
           05  LBT-REC-TYPE       PIC X(1).
           05  LBT-BATCH-NO       PIC 9(6).
           05  LBT-ITEM-COUNT     PIC 9(5).
           05  LBT-TOTAL-AMT      PIC 9(9)V99.
           05  FILLER             PIC X(57).

      *Uygulanmamis nakit kaydi: hedef hesap (operasyon dogru
      *hesabi buraya yazar), bankadan gelen hesap numarasi, tutar,
      *kalem referansi, parti, neden kodu ('NF' hesap yok, 'CL'
      *hesap kapali), duzeltme onayi ve ilk alindigi kosu tarihi.
      *Operasyon UNAPO-ACCT-NO'yu duzeltip UNAPO-CORRECTED
      *alanina 'Y' koyar; ertesi kosu kalemi yeniden dener (bkz.
      *ODEV003 askida-islem kalibi).
       FD  UNAPP-IN RECORDING MODE F.
       01  UNAP-IN-REC.
           05  UNAPI-ACCT-NO      PIC X(8).
           05  UNAPI-BANK-ACCT-NO PIC X(8).
           05  UNAPI-AMOUNT       PIC S9(7)V99 COMP-3.
           05  UNAPI-ITEM-REF     PIC X(16).
           05  UNAPI-BATCH-NO     PIC 9(6).
           05  UNAPI-REASON       PIC X(2).
           05  UNAPI-CORRECTED    PIC X(1).
           05  UNAPI-DATE         PIC 9(8).

       FD  UNAPP-OUT RECORDING MODE F.
       01  UNAP-OUT-REC.
           05  UNAPO-ACCT-NO      PIC X(8).
           05  UNAPO-BANK-ACCT-NO PIC X(8).
           05  UNAPO-AMOUNT       PIC S9(7)V99 COMP-3.
           05  UNAPO-ITEM-REF     PIC X(16).
           05  UNAPO-BATCH-NO     PIC 9(6).
           05  UNAPO-REASON       PIC X(2).
           05  UNAPO-CORRECTED    PIC X(1).
           05  UNAPO-DATE         PIC 9(8).

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

       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           05  TRAN-ACCT-NO       PIC X(8).
           05  TRAN-TYPE          PIC X(1).
           05  TRAN-AMOUNT        PIC S9(7)V99 COMP-3.
           05  TRAN-CODE          PIC X(2).
           05  TRAN-DESC          PIC X(25).

      *Rapor satirlari; ayni FD altindaki 01 duzeyleri ayni
      *depolamayi paylastigindan her kayit kendi WRITE'indan
      *hemen once doldurulur.
       FD  LBX-RPT RECORDING MODE F.
       01  LBX-RPT-REC            PIC X(80).
       01  LRP-HEADER-1.
           05  FILLER             PIC X(20).
           05  LH1-TITLE          PIC X(30).
           05  FILLER             PIC X(30).
       01  LRP-HEADER-2.
           05  LH2-LABEL          PIC X(10).
           05  LH2-RUN-DATE       PIC X(10).
           05  FILLER             PIC X(60).
       01  LRP-CAPTION-REC.
           05  LC-CAPTION         PIC X(40).
           05  FILLER             PIC X(40).
       01  LRP-BATCH-REC.
           05  LB-BATCH-NO-O      PIC 9(6).
           05  FILLER             PIC X(2).
           05  LB-ITEMS-O         PIC ZZ,ZZ9.
           05  FILLER             PIC X(2).
           05  LB-AMOUNT-O        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  LB-RESULT-O        PIC X(8).
           05  FILLER             PIC X(2).
           05  LB-REASON-O        PIC X(20).
           05  FILLER             PIC X(18).
       01  LRP-ITEM-REC.
           05  LI-ACCT-NO-O       PIC X(8).
           05  FILLER             PIC X(2).
           05  LI-ITEM-REF-O      PIC X(16).
           05  FILLER             PIC X(2).
           05  LI-AMOUNT-O        PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2).
           05  LI-ACTION-O        PIC X(10).
           05  FILLER             PIC X(2).
           05  LI-REASON-O        PIC X(20).
           05  FILLER             PIC X(5).
       01  LRP-TOTAL-REC.
           05  LT-LABEL           PIC X(25).
           05  LT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(3).
           05  LT-AMOUNT-O        PIC $$,$$$,$$$,$$9.99-.
           05  FILLER             PIC X(27).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 LBX-EOF           PIC X VALUE SPACE.
         05 UNAP-EOF          PIC X VALUE SPACE.
         05 BATCH-OPEN-SW     PIC X VALUE SPACE.
         05 BATCH-ACCEPT-SW   PIC X VALUE SPACE.

       01 WS-LBX-STATUS       PIC XX VALUE SPACES.
       01 WS-UNAPIN-STATUS    PIC XX VALUE SPACES.
       01 WS-TRAN-STATUS      PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-ACCT-STATUS-R    REDEFINES WS-ACCT-STATUS.
         05 WS-ACCT-STATUS-1  PIC X.
         05 FILLER            PIC X.

      *Lockbox odemelerinin islem kodu; TCODETBL'de alacak ('C')
      *yonlu odeme kodu olarak tanimlidir.
       01 WS-PAYMENT-CODE     PIC X(2) VALUE '02'.

      *Ilk geciste kurulan parti tablosu; ikinci gecis partileri
      *dosyadaki sirasiyla (WS-BATCH-ORD) bu tabloda bulur, parti
      *numarasi tekrar etse bile karismaz. Tabloya sigmayan
      *partiler reddedilmis sayilir.
       01 WS-BATCH-TABLE.
         05 WS-BT-MAX         PIC 9(3) COMP VALUE 200.
         05 WS-BT-COUNT       PIC 9(3) COMP VALUE 0.
         05 WS-BT-IX          PIC 9(3) COMP VALUE 0.
         05 WS-BATCH-ORD      PIC 9(5) COMP VALUE 0.
         05 WS-BT-ENTRY OCCURS 200.
            10 WS-BT-BATCH-NO PIC 9(6).
            10 WS-BT-ITEMS    PIC 9(5).
            10 WS-BT-AMOUNT   PIC S9(9)V99 COMP-3.
            10 WS-BT-RESULT   PIC X(1).
            10 WS-BT-REASON   PIC X(20).

      *Kalemin hedef hesabi ve uygulanmama nedeni; neden bos ise
      *kalem uygulanir.
       01 WS-ITEM-FIELDS.
         05 WS-TARGET-ACCT    PIC X(8)  VALUE SPACES.
         05 WS-UNAP-REASON    PIC X(2)  VALUE SPACES.
         05 WS-UNAP-TEXT      PIC X(20) VALUE SPACES.
         05 WS-NEW-REASON     PIC X(20) VALUE SPACES.
         05 WS-ITEM-REF       PIC X(16) VALUE SPACES.
         05 WS-ITEM-AMT       PIC S9(7)V99 COMP-3 VALUE 0.
         05 WS-ITEM-ACTION    PIC X(10) VALUE SPACES.

       01 WS-COUNTERS.
         05 WS-BANK-ITEMS       PIC 9(7) VALUE 0.
         05 WS-BANK-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-ORPHAN-ITEMS     PIC 9(7) VALUE 0.
         05 WS-ORPHAN-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-REJ-BATCHES      PIC 9(7) VALUE 0.
         05 WS-REJ-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-ACC-ITEMS        PIC 9(7) VALUE 0.
         05 WS-ACC-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-APPLIED-COUNT    PIC 9(7) VALUE 0.
         05 WS-APPLIED-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-NEW-UNAP-COUNT   PIC 9(7) VALUE 0.
         05 WS-NEW-UNAP-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-OUT-OF-BAL       PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-CARRY-IN-COUNT   PIC 9(7) VALUE 0.
         05 WS-CARRY-IN-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-REAPPLY-COUNT    PIC 9(7) VALUE 0.
         05 WS-REAPPLY-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
         05 WS-CARRY-OUT-COUNT  PIC 9(7) VALUE 0.
         05 WS-CARRY-OUT-AMT    PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-RUN-DATE-FIELDS.
         05 WS-RUN-DATE-RAW     PIC 9(8).
         05 WS-RUN-DATE-Y       REDEFINES WS-RUN-DATE-RAW.
            10 WS-RUN-YYYY      PIC 9(4).
            10 WS-RUN-MM        PIC 9(2).
            10 WS-RUN-DD        PIC 9(2).
         05 WS-RUN-DATE-DISPLAY PIC X(10).

      *Ana dosya acilamazsa her kalem uygulanmamis nakde duserdi;
      *TRANFILE acilamazsa uygulanan odemeler hicbir yere
      *yazilmazdi. Iki durumda da kosu hicbir sey yazmadan 8
      *donus koduyla birakilir.
       PROCEDURE DIVISION.
       OPEN-FILES.
           OPEN INPUT ACCT-REC.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '97'
               DISPLAY 'ODEV029: MASTER OPEN FAILED STATUS '
                       WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  UNAPP-IN.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00' AND WS-TRAN-STATUS NOT = '05'
               DISPLAY 'ODEV029: TRANFILE OPEN FAILED STATUS '
                       WS-TRAN-STATUS
               CLOSE ACCT-REC
               CLOSE UNAPP-IN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT UNAPP-OUT.
           OPEN OUTPUT LBX-RPT.
           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
           STRING WS-RUN-MM DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-DD DELIMITED BY SIZE
                  '/'      DELIMITED BY SIZE
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           PERFORM WRITE-REPORT-HEADER.

       PROCESS-LOCKBOX.
           PERFORM BALANCE-BATCHES.
           PERFORM PRINT-BATCH-SECTION.
           MOVE SPACES TO LRP-CAPTION-REC.
           MOVE 'UNAPPLIED CASH ITEMS' TO LC-CAPTION.
           WRITE LRP-CAPTION-REC AFTER ADVANCING 2.
           PERFORM APPLY-PAYMENTS.
           PERFORM RECYCLE-UNAPPLIED.
           PERFORM WRITE-REPORT-TOTALS
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE UNAPP-IN.
           CLOSE TRAN-FILE.
           CLOSE UNAPP-OUT.
           CLOSE LBX-RPT.
           DISPLAY 'ODEV029: BANK ITEMS READ   - ' WS-BANK-ITEMS.
           DISPLAY 'ODEV029: BATCHES REJECTED  - ' WS-REJ-BATCHES.
           DISPLAY 'ODEV029: PAYMENTS APPLIED  - ' WS-APPLIED-COUNT.
           DISPLAY 'ODEV029: NEW UNAPPLIED     - ' WS-NEW-UNAP-COUNT.
           DISPLAY 'ODEV029: RE-APPLIED        - ' WS-REAPPLY-COUNT.
           DISPLAY 'ODEV029: UNAPPLIED CARRIED - ' WS-CARRY-OUT-COUNT.
           GOBACK.

      *Ilk gecis: partiler kalem sayisi ve toplamiyla dip kaydina
      *karsi denklestirilir. Yeni baslik geldiginde acik kalmis
      *parti dipsiz sayilir; hicbir partiye ait olmayan kalemler
      *sayilir ama uygulanmaz.
       BALANCE-BATCHES.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LBX-STATUS NOT = '00'
               DISPLAY 'ODEV029: LOCKBOX OPEN FAILED STATUS '
                       WS-LBX-STATUS
               MOVE 'Y' TO LBX-EOF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-LOCKBOX
           END-IF
           PERFORM UNTIL LBX-EOF = 'Y'
               EVALUATE LBH-REC-TYPE
                   WHEN 'H'
                       IF BATCH-OPEN-SW = 'Y'
                           MOVE 'NO TRAILER' TO WS-NEW-REASON
                           PERFORM SET-BATCH-REASON
                           PERFORM CLOSE-BATCH
                       END-IF
                       PERFORM OPEN-BATCH
                   WHEN 'D'
                       PERFORM COUNT-BATCH-ITEM
                   WHEN 'T'
                       IF BATCH-OPEN-SW = 'Y'
                           PERFORM CHECK-BATCH-TRAILER
                           PERFORM CLOSE-BATCH
                       ELSE
                           DISPLAY 'ODEV029: TRAILER WITHOUT HEADER '
                                   'BATCH ' LBT-BATCH-NO
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   WHEN OTHER
                       IF BATCH-OPEN-SW = 'Y'
                           MOVE 'BAD RECORD TYPE' TO WS-NEW-REASON
                           PERFORM SET-BATCH-REASON
                       END-IF
               END-EVALUATE
               PERFORM READ-LOCKBOX
           END-PERFORM
           IF BATCH-OPEN-SW = 'Y'
               MOVE 'NO TRAILER' TO WS-NEW-REASON
               PERFORM SET-BATCH-REASON
               PERFORM CLOSE-BATCH
           END-IF
           CLOSE LOCKBOX-FILE.

      *Tabloya sigmayan parti icin WS-BT-IX sifir kalir; kalemleri
      *yine banka toplamina girer, parti reddedilmis sayilir.
       OPEN-BATCH.
           MOVE 'Y' TO BATCH-OPEN-SW.
           IF WS-BT-COUNT < WS-BT-MAX
               ADD 1 TO WS-BT-COUNT
               MOVE WS-BT-COUNT  TO WS-BT-IX
               MOVE LBH-BATCH-NO TO WS-BT-BATCH-NO (WS-BT-IX)
               MOVE ZERO         TO WS-BT-ITEMS (WS-BT-IX)
                                    WS-BT-AMOUNT (WS-BT-IX)
               MOVE SPACES       TO WS-BT-RESULT (WS-BT-IX)
                                    WS-BT-REASON (WS-BT-IX)
           ELSE
               MOVE ZERO TO WS-BT-IX
               DISPLAY 'ODEV029: BATCH TABLE FULL - BATCH '
                       LBH-BATCH-NO ' REJECTED'
               ADD 1 TO WS-REJ-BATCHES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COUNT-BATCH-ITEM.
           IF LBD-AMOUNT NOT NUMERIC
               IF BATCH-OPEN-SW = 'Y'
                   MOVE 'BAD ITEM AMOUNT' TO WS-NEW-REASON
                   PERFORM SET-BATCH-REASON
               END-IF
           ELSE
               ADD 1          TO WS-BANK-ITEMS
               ADD LBD-AMOUNT TO WS-BANK-AMT
               EVALUATE TRUE
                   WHEN BATCH-OPEN-SW NOT = 'Y'
                       ADD 1          TO WS-ORPHAN-ITEMS
                       ADD LBD-AMOUNT TO WS-ORPHAN-AMT
                   WHEN WS-BT-IX > 0
                       ADD 1          TO WS-BT-ITEMS (WS-BT-IX)
                       ADD LBD-AMOUNT TO WS-BT-AMOUNT (WS-BT-IX)
                   WHEN OTHER
                       ADD LBD-AMOUNT TO WS-REJ-AMT
               END-EVALUATE
           END-IF.

      *Partinin ilk ret nedeni korunur. Tabloya sigmayan partide
      *(WS-BT-IX sifir) yazilacak giris yoktur; alt simge sinamasi
      *ayri IF'tedir (bkz. ODEV022).
       SET-BATCH-REASON.
           IF WS-BT-IX > 0
               IF WS-BT-REASON (WS-BT-IX) = SPACES
                   MOVE WS-NEW-REASON TO WS-BT-REASON (WS-BT-IX)
               END-IF
           END-IF.

      *Dip kaydi parti numarasi, kalem sayisi ve dolar toplamiyla
      *birebir tutmalidir; ilk tutmayan alan neden olarak kalir.
       CHECK-BATCH-TRAILER.
           IF WS-BT-IX > 0
               MOVE SPACES TO WS-NEW-REASON
               EVALUATE TRUE
                   WHEN LBT-BATCH-NO NOT = WS-BT-BATCH-NO (WS-BT-IX)
                       MOVE 'BATCH NO MISMATCH' TO WS-NEW-REASON
                   WHEN LBT-ITEM-COUNT NOT NUMERIC
                     OR LBT-ITEM-COUNT NOT = WS-BT-ITEMS (WS-BT-IX)
                       MOVE 'COUNT MISMATCH' TO WS-NEW-REASON
                   WHEN LBT-TOTAL-AMT NOT NUMERIC
                     OR LBT-TOTAL-AMT NOT = WS-BT-AMOUNT (WS-BT-IX)
                       MOVE 'AMOUNT MISMATCH' TO WS-NEW-REASON
               END-EVALUATE
               IF WS-NEW-REASON NOT = SPACES
                   PERFORM SET-BATCH-REASON
               END-IF
           END-IF.

       CLOSE-BATCH.
           MOVE SPACE TO BATCH-OPEN-SW.
           IF WS-BT-IX > 0
               IF WS-BT-REASON (WS-BT-IX) = SPACES
                   MOVE 'A' TO WS-BT-RESULT (WS-BT-IX)
                   ADD WS-BT-ITEMS (WS-BT-IX)  TO WS-ACC-ITEMS
                   ADD WS-BT-AMOUNT (WS-BT-IX) TO WS-ACC-AMT
               ELSE
                   MOVE 'R' TO WS-BT-RESULT (WS-BT-IX)
                   ADD 1 TO WS-REJ-BATCHES
                   ADD WS-BT-AMOUNT (WS-BT-IX) TO WS-REJ-AMT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *Ikinci gecis: yalnizca kabul edilmis partilerin kalemleri
      *uygulanir. Parti dosyadaki sirasiyla tabloda bulunur.
       APPLY-PAYMENTS.
           MOVE SPACE TO LBX-EOF.
           MOVE SPACE TO BATCH-ACCEPT-SW.
           MOVE ZERO  TO WS-BATCH-ORD.
           IF WS-BT-COUNT > 0
               OPEN INPUT LOCKBOX-FILE
               PERFORM READ-LOCKBOX
           ELSE
               MOVE 'Y' TO LBX-EOF
           END-IF
           PERFORM UNTIL LBX-EOF = 'Y'
               EVALUATE LBH-REC-TYPE
                   WHEN 'H'
                       ADD 1 TO WS-BATCH-ORD
                       MOVE SPACE TO BATCH-ACCEPT-SW
                       IF WS-BATCH-ORD NOT > WS-BT-COUNT
                           IF WS-BT-RESULT (WS-BATCH-ORD) = 'A'
                               MOVE 'Y' TO BATCH-ACCEPT-SW
                           END-IF
                       END-IF
                   WHEN 'D'
                       IF BATCH-ACCEPT-SW = 'Y'
                           PERFORM APPLY-ONE-ITEM
                       END-IF
                   WHEN OTHER
                       MOVE SPACE TO BATCH-ACCEPT-SW
               END-EVALUATE
               PERFORM READ-LOCKBOX
           END-PERFORM
           IF WS-BT-COUNT > 0
               CLOSE LOCKBOX-FILE
           END-IF.

       APPLY-ONE-ITEM.
           MOVE LBD-ACCT-NO  TO WS-TARGET-ACCT.
           MOVE LBD-ITEM-REF TO WS-ITEM-REF.
           MOVE LBD-AMOUNT   TO WS-ITEM-AMT.
           PERFORM CHECK-TARGET-ACCOUNT.
           IF WS-UNAP-REASON = SPACES
               MOVE LBD-ACCT-NO  TO TRAN-ACCT-NO
               MOVE LBD-AMOUNT   TO TRAN-AMOUNT
               MOVE LBD-ITEM-REF TO TRAN-DESC
               PERFORM WRITE-PAYMENT-TRAN
           END-IF.
           IF WS-UNAP-REASON = SPACES
               ADD 1          TO WS-APPLIED-COUNT
               ADD LBD-AMOUNT TO WS-APPLIED-AMT
           ELSE
               MOVE LBD-ACCT-NO     TO UNAPO-ACCT-NO
                                       UNAPO-BANK-ACCT-NO
               MOVE LBD-AMOUNT      TO UNAPO-AMOUNT
               MOVE LBD-ITEM-REF    TO UNAPO-ITEM-REF
               MOVE WS-BT-BATCH-NO (WS-BATCH-ORD) TO UNAPO-BATCH-NO
               MOVE WS-UNAP-REASON  TO UNAPO-REASON
               MOVE SPACE           TO UNAPO-CORRECTED
               MOVE WS-RUN-DATE-RAW TO UNAPO-DATE
               WRITE UNAP-OUT-REC
               ADD 1          TO WS-NEW-UNAP-COUNT
               ADD LBD-AMOUNT TO WS-NEW-UNAP-AMT
               ADD 1          TO WS-CARRY-OUT-COUNT
               ADD LBD-AMOUNT TO WS-CARRY-OUT-AMT
               MOVE 'UNAPPLIED' TO WS-ITEM-ACTION
               PERFORM WRITE-ITEM-DETAIL
           END-IF.

      *Dunku uygulanmamis nakit: operasyonun yeniden yonlendirdigi
      *kalemler hedef hesaba karsi yeniden denenir; tutmayan yine
      *devreder ama onay isareti silinir ki operasyon yeniden
      *baksin. Isaretsiz kalemler aynen devredilir.
       RECYCLE-UNAPPLIED.
           PERFORM READ-UNAPPLIED
           PERFORM UNTIL UNAP-EOF = 'Y'
               ADD 1            TO WS-CARRY-IN-COUNT
               ADD UNAPI-AMOUNT TO WS-CARRY-IN-AMT
               MOVE UNAP-IN-REC TO UNAP-OUT-REC
               IF UNAPI-CORRECTED = 'Y'
                   MOVE UNAPI-ACCT-NO  TO WS-TARGET-ACCT
                   MOVE UNAPI-ITEM-REF TO WS-ITEM-REF
                   MOVE UNAPI-AMOUNT   TO WS-ITEM-AMT
                   PERFORM CHECK-TARGET-ACCOUNT
                   IF WS-UNAP-REASON = SPACES
                       MOVE UNAPI-ACCT-NO  TO TRAN-ACCT-NO
                       MOVE UNAPI-AMOUNT   TO TRAN-AMOUNT
                       MOVE UNAPI-ITEM-REF TO TRAN-DESC
                       PERFORM WRITE-PAYMENT-TRAN
                   END-IF
                   IF WS-UNAP-REASON = SPACES
                       ADD 1            TO WS-REAPPLY-COUNT
                       ADD UNAPI-AMOUNT TO WS-REAPPLY-AMT
                       MOVE 'RE-APPLIED' TO WS-ITEM-ACTION
                   ELSE
                       MOVE WS-UNAP-REASON TO UNAPO-REASON
                       MOVE SPACE          TO UNAPO-CORRECTED
                       PERFORM CARRY-UNAPPLIED
                       MOVE 'NOT FIXED' TO WS-ITEM-ACTION
                   END-IF
                   PERFORM WRITE-ITEM-DETAIL
               ELSE
                   PERFORM CARRY-UNAPPLIED
               END-IF
               PERFORM READ-UNAPPLIED
           END-PERFORM.

       CARRY-UNAPPLIED.
           WRITE UNAP-OUT-REC.
           ADD 1            TO WS-CARRY-OUT-COUNT.
           ADD UNAPI-AMOUNT TO WS-CARRY-OUT-AMT.

      *Hesap ana dosyada yoksa 'NF', kapaliysa 'CL'. Zarar
      *yazilmis hesaba gelen odeme uygulanir; ODEV002 onu tahsilat
      *olarak isler.
       CHECK-TARGET-ACCOUNT.
           MOVE SPACES TO WS-UNAP-REASON WS-UNAP-TEXT.
           MOVE WS-TARGET-ACCT TO ACCT-NO.
           READ ACCT-REC
               INVALID KEY
                   MOVE 'NF' TO WS-UNAP-REASON
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-UNAP-TEXT
               NOT INVALID KEY
                   IF ACCT-STATUS = 'C'
                       MOVE 'CL' TO WS-UNAP-REASON
                       MOVE 'ACCOUNT IS CLOSED' TO WS-UNAP-TEXT
                   END-IF
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
              AND WS-ACCT-STATUS-1 NOT = '2'
               DISPLAY 'ODEV029: MASTER READ ERROR STATUS '
                       WS-ACCT-STATUS ' FOR ACCT ' WS-TARGET-ACCT
               MOVE 'NF' TO WS-UNAP-REASON
               MOVE 'MASTER READ ERROR' TO WS-UNAP-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

      *TRANFILE'a yazilamayan odeme uygulanmis sayilmaz; 'TW'
      *nedeniyle uygulanmamis nakde ayrilir ki para kaybolmasin.
       WRITE-PAYMENT-TRAN.
           MOVE 'C'             TO TRAN-TYPE.
           MOVE WS-PAYMENT-CODE TO TRAN-CODE.
           WRITE TRAN-REC.
           IF WS-TRAN-STATUS NOT = '00'
               DISPLAY 'ODEV029: TRANFILE WRITE ERROR STATUS '
                       WS-TRAN-STATUS ' FOR ACCT ' WS-TARGET-ACCT
               MOVE 'TW' TO WS-UNAP-REASON
               MOVE 'TRANFILE WRITE ERROR' TO WS-UNAP-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-ITEM-DETAIL.
           MOVE SPACES         TO LRP-ITEM-REC.
           MOVE WS-TARGET-ACCT TO LI-ACCT-NO-O.
           MOVE WS-ITEM-REF    TO LI-ITEM-REF-O.
           MOVE WS-ITEM-AMT    TO LI-AMOUNT-O.
           MOVE WS-ITEM-ACTION TO LI-ACTION-O.
           MOVE WS-UNAP-TEXT   TO LI-REASON-O.
           WRITE LRP-ITEM-REC AFTER ADVANCING 1.

       PRINT-BATCH-SECTION.
           MOVE SPACES TO LRP-CAPTION-REC.
           MOVE 'BATCH CONTROL' TO LC-CAPTION.
           WRITE LRP-CAPTION-REC AFTER ADVANCING 2.
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
                   UNTIL WS-BT-IX > WS-BT-COUNT
               MOVE SPACES TO LRP-BATCH-REC
               MOVE WS-BT-BATCH-NO (WS-BT-IX) TO LB-BATCH-NO-O
               MOVE WS-BT-ITEMS (WS-BT-IX)    TO LB-ITEMS-O
               MOVE WS-BT-AMOUNT (WS-BT-IX)   TO LB-AMOUNT-O
               IF WS-BT-RESULT (WS-BT-IX) = 'A'
                   MOVE 'ACCEPTED' TO LB-RESULT-O
               ELSE
                   MOVE 'REJECTED' TO LB-RESULT-O
               END-IF
               MOVE WS-BT-REASON (WS-BT-IX)   TO LB-REASON-O
               WRITE LRP-BATCH-REC AFTER ADVANCING 1
           END-PERFORM.

       READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END MOVE 'Y' TO LBX-EOF
           END-READ.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
      *dosya tukenmis sayilir ve kosu isaretlenir.
       READ-UNAPPLIED.
           READ UNAPP-IN
               AT END MOVE 'Y' TO UNAP-EOF
           END-READ.
           IF UNAP-EOF NOT = 'Y' AND WS-UNAPIN-STATUS NOT = '00'
               DISPLAY 'ODEV029: UNAPPLIED READ ERROR STATUS '
                       WS-UNAPIN-STATUS
               MOVE 'Y' TO UNAP-EOF
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO LRP-HEADER-1.
           MOVE 'LOCKBOX BALANCING REPORT' TO LH1-TITLE.
           WRITE LRP-HEADER-1 AFTER ADVANCING PAGE.
           MOVE SPACES TO LRP-HEADER-2.
           MOVE 'RUN DATE: '        TO LH2-LABEL.
           MOVE WS-RUN-DATE-DISPLAY TO LH2-RUN-DATE.
           WRITE LRP-HEADER-2 AFTER ADVANCING 2.

      *Banka toplami = reddedilen partiler + partisiz kalemler +
      *kabul edilen partiler; kabul edilen partiler = uygulanan +
      *yeni uygulanmamis. Fark sifir degilse kosu 8 ile biter.
       WRITE-REPORT-TOTALS.
           COMPUTE WS-OUT-OF-BAL =
               WS-ACC-AMT - WS-APPLIED-AMT - WS-NEW-UNAP-AMT.
           IF WS-OUT-OF-BAL NOT = ZERO
               DISPLAY 'ODEV029: LOCKBOX OUT OF BALANCE'
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE 'BANK ITEMS (ALL):      ' TO LT-LABEL.
           MOVE WS-BANK-ITEMS          TO LT-COUNT-O.
           MOVE WS-BANK-AMT            TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE 'REJECTED BATCHES:      ' TO LT-LABEL.
           MOVE WS-REJ-BATCHES         TO LT-COUNT-O.
           MOVE WS-REJ-AMT             TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE 'ITEMS OUTSIDE BATCH:   ' TO LT-LABEL.
           MOVE WS-ORPHAN-ITEMS        TO LT-COUNT-O.
           MOVE WS-ORPHAN-AMT          TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE 'ACCEPTED BATCH ITEMS:  ' TO LT-LABEL.
           MOVE WS-ACC-ITEMS           TO LT-COUNT-O.
           MOVE WS-ACC-AMT             TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE '  APPLIED:             ' TO LT-LABEL.
           MOVE WS-APPLIED-COUNT       TO LT-COUNT-O.
           MOVE WS-APPLIED-AMT         TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE '  UNAPPLIED:           ' TO LT-LABEL.
           MOVE WS-NEW-UNAP-COUNT      TO LT-COUNT-O.
           MOVE WS-NEW-UNAP-AMT        TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE '  OUT OF BALANCE:      ' TO LT-LABEL.
           MOVE ZERO                   TO LT-COUNT-O.
           MOVE WS-OUT-OF-BAL          TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE 'UNAPPLIED CARRIED IN:  ' TO LT-LABEL.
           MOVE WS-CARRY-IN-COUNT      TO LT-COUNT-O.
           MOVE WS-CARRY-IN-AMT        TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 2.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE 'RE-APPLIED TODAY:      ' TO LT-LABEL.
           MOVE WS-REAPPLY-COUNT       TO LT-COUNT-O.
           MOVE WS-REAPPLY-AMT         TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 1.
           MOVE SPACES                 TO LRP-TOTAL-REC.
           MOVE 'UNAPPLIED CARRIED OUT: ' TO LT-LABEL.
           MOVE WS-CARRY-OUT-COUNT     TO LT-COUNT-O.
           MOVE WS-CARRY-OUT-AMT       TO LT-AMOUNT-O.
           WRITE LRP-TOTAL-REC AFTER ADVANCING 1.
