       PROGRAM-ID.    ODEV023.
       AUTHOR.        Tolga Kayis.
      *--------------------
      * Yillik kredi limiti inceleme kosusu. Incelenen her hesabin
      * son 365 gunluk hareketleri JRNLHIST hareket tarihcesinden
      * (bkz. ODEV036) dogrudan okunur; her hesap icin odeme
      * yapilan ay sayisi, ucret (kod sinifi
      * 'F') tahakkuk sayisi ve guncel kullanim orani
      * (bakiye/limit) cikarilir. Iyi seyreden hesaplara artis
      * (+%20, yukari 100'e yuvarlanir), kronik limit asanlara
      * islenir. Eski limit, yeni limit ve dayanak sayilari
      * gosteren oneri raporu (LIMRPT) dosya serbest birakilmadan
      * once kredi incelemesine gider.
      * ODEV008 esigi asan artislari uygulamadan PENDOUT onay
      * dosyasina bekletir; bunlar CREDREV disinda bir
      * kullanicinin onayiyla ertesi bakim kosusunda uygulanir.
      * DIKKAT: kod/aciklama alanlari eklenmeden onceki 39
      * baytlik defter kusaklari once ODEV025 ile yeni duzene
      * cevrilmeden tarihceye yuklenemez; kodsuz (bos) cevrilmis
      * kayitlar odeme sayiminda olagan 'C' hareketi gibi islenir.
      *--------------------
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT JRNL-HIST  ASSIGN TO JRNLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT TCODE-FILE ASSIGN TO TCODETBL
               FILE STATUS IS WS-TCODE-STATUS.
           SELECT LIM-MNT    ASSIGN TO LIMMNT.
           SELECT LIM-RPT    ASSIGN TO LIMRPT.
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
           05  ACCT-DELQ-BUCKET   PIC 9(1).
           05  ACCT-MIN-PAY-DUE   PIC S9(7)V99 COMP-3.

      *Hesap hareket tarihcesi (bkz. ODEV036): gunluk defterlerin
      *hesap / kosu tarihi / JRNL-SEQ anahtarli kalici kopyasi.
      *Bir hesabin bir tarih araligi START ile dogrudan okunur.
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

       FD  TCODE-FILE RECORDING MODE F.
       01  TCODE-REC.
               10  MNT-STREET-ADDR PIC X(25).
               10  MNT-CITY-COUNTY PIC X(20).
               10  MNT-USA-STATE   PIC X(15).
           05  MNT-COMMENTS       PIC X(48).
           05  MNT-CYCLE-DAY      PIC 9(2).

      *Oneri raporu satirlari; ayni FD altindaki 01 duzeyleri
      *ayni depolamayi paylastigindan her kayit kendi WRITE'indan
           05  LT-COUNT-O         PIC ZZZ,ZZ9.
           05  FILLER             PIC X(48).

       WORKING-STORAGE SECTION.
       01 FLAGS.
         05 MASTER-EOF        PIC X VALUE SPACE.
         05 HIST-END-SW       PIC X VALUE SPACE.
         05 TCODE-EOF         PIC X VALUE SPACE.

       01 WS-ACCT-STATUS      PIC XX VALUE SPACES.
       01 WS-HIST-STATUS      PIC XX VALUE SPACES.
       01 WS-TCODE-STATUS     PIC XX VALUE SPACES.

      *Kod tablosundan defter sinifi ('F' = ucret) ve ters kayit
       01 WS-CURR-RESTAMP     PIC X VALUE 'Y'.
       01 WS-CURR-CLASS       PIC X VALUE 'O'.

      *Inceleme penceresi: kosu gunu dahil son 365 gun.
       01 WS-WINDOW-FIELDS.
         05 WS-WINDOW-INT     PIC 9(8) COMP VALUE 0.
         05 WS-WINDOW-START   PIC 9(8) VALUE 0.

      *Inceleme olcutleri: artis icin kullanim en az %70, odeme
      *yapilan ay sayisi en az 9 ve hic ucret tahakkuku yok;
         05 WS-PAY-MONTHS     PIC 9(3) VALUE 0.
         05 WS-FEE-COUNT      PIC 9(5) VALUE 0.
         05 WS-PREV-PAY-MONTH PIC 9(6) VALUE 0.
         05 WS-EVENT-MONTH    PIC 9(6) VALUE 0.
         05 WS-UTIL-PCT       PIC 9(3) VALUE 0.
         05 WS-NEW-LIMIT      PIC S9(7)V99 COMP-3 VALUE 0.
         05 WS-PROPOSAL       PIC X(4) VALUE SPACES.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  JRNL-HIST.
           IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
               DISPLAY 'ODEV023: JRNLHIST OPEN FAILED STATUS '
                       WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT  ACCT-REC.
           OPEN OUTPUT LIM-MNT.
           OPEN OUTPUT LIM-RPT.
                  WS-RUN-YYYY DELIMITED BY SIZE
             INTO WS-RUN-DATE-DISPLAY
           END-STRING.
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-RAW) - 364.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT).
           PERFORM WRITE-REPORT-HEADER.

      *Suruculugu ana dosya yapar; yalnizca limiti olan aktif
      *hesaplarin tarihcesi okunup puanlanir.
       REVIEW-LIMITS.
           PERFORM READ-MASTER
           PERFORM UNTIL MASTER-EOF = 'Y'
               IF ACCT-STATUS = 'A' AND ACCT-LIMIT > ZERO
                   ADD 1 TO WS-REVIEWED-COUNT
                   PERFORM COUNT-SCORE-EVENTS
                   PERFORM SCORE-ONE-ACCOUNT
               END-IF
               PERFORM READ-MASTER
           END-PERFORM
           PERFORM WRITE-REPORT-TOTALS
           .

       CLOSE-STOP.
           CLOSE ACCT-REC.
           CLOSE JRNL-HIST.
           CLOSE LIM-MNT.
           CLOSE LIM-RPT.
           DISPLAY 'ODEV023: ACCTS REVIEWED    - ' WS-REVIEWED-COUNT.
           DISPLAY 'ODEV023: DECREASES         - ' WS-DECR-COUNT.
           GOBACK.

      *Pencere icindeki hareketlerden yalnizca puanlamaya girenler
      *sayilir: ters kayit olmayan 'C' hareketleri (odeme) ve
      *sinifi 'F' olan 'D' hareketleri (ucret tahakkuku).
      *Tarihce hesap/tarih sirasinda geldiginden odeme yapilan
      *AYLAR ay degisimi izlenerek sayilir.
       COUNT-SCORE-EVENTS.
           MOVE ZERO TO WS-PAY-MONTHS WS-FEE-COUNT WS-PREV-PAY-MONTH.
           PERFORM START-ACCOUNT-HISTORY.
           PERFORM UNTIL HIST-END-SW = 'Y'
               PERFORM LOOKUP-TRAN-CODE
               EVALUATE TRUE
                   WHEN HIST-TRAN-TYPE = 'C'
                        AND WS-CURR-RESTAMP NOT = 'N'
                       COMPUTE WS-EVENT-MONTH = HIST-RUN-DATE / 100
                       IF WS-EVENT-MONTH NOT = WS-PREV-PAY-MONTH
                           ADD 1 TO WS-PAY-MONTHS
                           MOVE WS-EVENT-MONTH TO WS-PREV-PAY-MONTH
                       END-IF
                   WHEN HIST-TRAN-TYPE = 'D'
                        AND WS-CURR-CLASS = 'F'
                       ADD 1 TO WS-FEE-COUNT
               END-EVALUATE
               PERFORM READ-HISTORY
           END-PERFORM.

       LOOKUP-TRAN-CODE.
           MOVE 'Y' TO WS-CURR-RESTAMP.
           MOVE 'O' TO WS-CURR-CLASS.
           PERFORM VARYING WS-TC-IX FROM 1 BY 1
                   UNTIL WS-TC-IX > WS-TC-COUNT
               IF HIST-TRAN-CODE = WS-TC-CODE (WS-TC-IX)
                   MOVE WS-TC-RESTAMP (WS-TC-IX)
                     TO WS-CURR-RESTAMP
                   MOVE WS-TC-GL-CLASS (WS-TC-IX)
               END-IF
           END-PERFORM.

      *Puanlama: gecikme kovasindaki ya da ucret goren hesaba
      *artis onerilmez. Artista yeni limit yukari 100'e
      *yuvarlanir; indirimde yeni limit guncel bakiyenin ve
           MOVE WS-FEE-COUNT  TO LD-FEE-COUNT-O.
           WRITE LMR-DETAIL-REC AFTER ADVANCING 1.

      *Hesabin pencere baslangicina konumlanir; okuma hesap
      *degisince ya da kosu gunu gecilince biter.
       START-ACCOUNT-HISTORY.
           MOVE SPACE              TO HIST-END-SW.
           MOVE ACCT-NO            TO HIST-ACCT-NO.
           MOVE WS-WINDOW-START    TO HIST-RUN-DATE.
           MOVE ZERO               TO HIST-SEQ.
           START JRNL-HIST KEY >= HIST-KEY
               INVALID KEY MOVE 'Y' TO HIST-END-SW
           END-START.
           PERFORM READ-HISTORY.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa tarihce tukenmis sayilir
      *ve kosu isaretlenir.
       READ-HISTORY.
           IF HIST-END-SW NOT = 'Y'
               READ JRNL-HIST NEXT RECORD
                   AT END MOVE 'Y' TO HIST-END-SW
               END-READ
               IF HIST-END-SW NOT = 'Y' AND WS-HIST-STATUS NOT = '00'
                   DISPLAY 'ODEV023: JRNLHIST READ ERROR STATUS '
                           WS-HIST-STATUS
                   MOVE 'Y' TO HIST-END-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF HIST-END-SW NOT = 'Y'
               IF HIST-ACCT-NO NOT = ACCT-NO
                  OR HIST-RUN-DATE > WS-RUN-DATE-RAW
                   MOVE 'Y' TO HIST-END-SW
               END-IF
           END-IF.

       LOAD-TCODE-TABLE.
           OPEN INPUT TCODE-FILE.
               AT END MOVE 'Y' TO TCODE-EOF
           END-READ.

      *FILE STATUS bildirildigi icin kalici G/C hatalari AT END'e
      *dusmez; durum '00' disinda kalirsa dongu kilitlenmesin diye
      *ana dosya tukenmis sayilir.
