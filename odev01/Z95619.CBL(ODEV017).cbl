      * Gun sonu defteri ozet cikarimi. Gunun JRNLFILE dosyasini
      * okur, her kaydi yonune ('D'/'C') ve islem kodunun TCODETBL
      * kod tablosundaki defter sinifina ('F' ucret, 'I' faiz,
      * 'O' olagan, 'W' zarar yazma, 'R' zarar sonrasi tahsilat)
      * gore kovalar; kova basina kayit sayisi ve
      * hesap numarasi kontrol toplami (hash) ile dengeli cift
      * kayitli bir GL arayuz dosyasi (GLFILE) yazar: her kovanin
      * tutari bir borc ve bir alacak ozet kaydi olarak iki kez
            10 WS-TC-CODE     PIC X(2).
            10 WS-TC-GL-CLASS PIC X(1).

      *Kovalar: yon (1-5 = 'D', 6-10 = 'C') icinde sinif sirasi
      *F, I, O, W, R. Her kovada tutar, kayit sayisi ve hesap numarasi
      *kontrol toplami birikir; tasan hash basamaklari kesilir,
      *iki taraf ayni bicimde kesildigi icin karsilastirma bozulmaz.
       01 WS-BUCKET-TABLE.
         05 WS-BKT-ENTRY OCCURS 10.
            10 WS-BKT-TYPE    PIC X(1).
            10 WS-BKT-CLASS   PIC X(1).
            10 WS-BKT-COUNT   PIC 9(7).
            10 WS-BKT-AMOUNT  PIC S9(11)V99 COMP-3.
            10 WS-BKT-HASH    PIC 9(13).
       01 WS-BKT-IX           PIC 9(3) COMP VALUE 0.
       01 WS-BKT-MAX          PIC 9(3) COMP VALUE 10.
       01 WS-CURR-CLASS       PIC X(1) VALUE 'O'.
       01 WS-ACCT-NO-NUM      PIC 9(8) VALUE 0.

      *Mantiksal GL hesap kodlari: alacaklar (receivable), takas,
      *ucret geliri, faiz geliri, zarar yazma (kredi zarari) ve
      *zarar sonrasi tahsilat geliri. 'D' kovalari ana hesabi
      *borclandirir, karsiligi sinifin gelir/takas/zarar hesabidir;
      *'C' kovalari tersine doner. Ana hesap alacaklar hesabidir;
      *yalnizca tahsilat ('R') sinifinda alacaklara dokunulmaz:
      *zarar yazilmis hesabin alacagi zaten kapatilmistir, gelen
      *para takastan tahsilat gelirine gecer.
       01 WS-GL-ACCOUNTS.
         05 WS-GL-RECEIVABLE  PIC X(8) VALUE 'GL110000'.
         05 WS-GL-SETTLEMENT  PIC X(8) VALUE 'GL210000'.
         05 WS-GL-FEE-INCOME  PIC X(8) VALUE 'GL420000'.
         05 WS-GL-INT-INCOME  PIC X(8) VALUE 'GL410000'.
         05 WS-GL-CHGOFF-LOSS PIC X(8) VALUE 'GL510000'.
         05 WS-GL-RECOVERY    PIC X(8) VALUE 'GL430000'.
       01 WS-MAIN-ACCT        PIC X(8) VALUE SPACES.
       01 WS-OFFSET-ACCT      PIC X(8) VALUE SPACES.

       01 WS-PROOF-FIELDS.

       INIT-BUCKETS.
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > WS-BKT-MAX
               IF WS-BKT-IX < 6
                   MOVE 'D' TO WS-BKT-TYPE (WS-BKT-IX)
               ELSE
                   MOVE 'C' TO WS-BKT-TYPE (WS-BKT-IX)
               END-IF
               EVALUATE WS-BKT-IX
                   WHEN 1 WHEN 6
                       MOVE 'F' TO WS-BKT-CLASS (WS-BKT-IX)
                   WHEN 2 WHEN 7
                       MOVE 'I' TO WS-BKT-CLASS (WS-BKT-IX)
                   WHEN 4 WHEN 9
                       MOVE 'W' TO WS-BKT-CLASS (WS-BKT-IX)
                   WHEN 5 WHEN 10
                       MOVE 'R' TO WS-BKT-CLASS (WS-BKT-IX)
                   WHEN OTHER
                       MOVE 'O' TO WS-BKT-CLASS (WS-BKT-IX)
               END-EVALUATE

      *Defter kaydini yonune ve kodunun defter sinifina gore
      *kovaya ekler; net tutar (borclar arti, alacaklar eksi)
      *RC-POSTED-NET ile ayni kuralla birikir: ODEV002 zarar
      *sonrasi tahsilati bakiyeye islemedigi icin 'R' sinifi nete
      *katilmaz. Sayisal olmayan hesap numaralari kontrol
      *toplamina katilmaz.
       BUCKET-ONE-RECORD.
           ADD 1 TO WS-JRNL-COUNT.
           MOVE JRNL-RUN-DATE TO WS-JRNL-DATE.
           PERFORM LOOKUP-GL-CLASS.
           EVALUATE WS-CURR-CLASS
               WHEN 'F'   MOVE 1 TO WS-BKT-IX
               WHEN 'I'   MOVE 2 TO WS-BKT-IX
               WHEN 'W'   MOVE 4 TO WS-BKT-IX
               WHEN 'R'   MOVE 5 TO WS-BKT-IX
               WHEN OTHER MOVE 3 TO WS-BKT-IX
           END-EVALUATE
           IF JRNL-TRAN-TYPE NOT = 'D'
               ADD 5 TO WS-BKT-IX
           END-IF
           ADD 1 TO WS-BKT-COUNT (WS-BKT-IX)
           ADD JRNL-TRAN-AMOUNT TO WS-BKT-AMOUNT (WS-BKT-IX)
           IF JRNL-ACCT-NO NUMERIC
               MOVE JRNL-ACCT-NO TO WS-ACCT-NO-NUM
               ADD WS-ACCT-NO-NUM TO WS-BKT-HASH (WS-BKT-IX)
           END-IF
           EVALUATE TRUE
               WHEN WS-CURR-CLASS = 'R'
                   CONTINUE
               WHEN JRNL-TRAN-TYPE = 'D'
                   ADD JRNL-TRAN-AMOUNT TO WS-EXTRACT-NET
               WHEN OTHER
                   SUBTRACT JRNL-TRAN-AMOUNT FROM WS-EXTRACT-NET
           END-EVALUATE.

       LOOKUP-GL-CLASS.
           MOVE 'O' TO WS-CURR-CLASS.
           END-PERFORM.

      *Bos olmayan her kova icin bir borc ve bir alacak ozet
      *kaydi yazilir: 'D' kovasi ana hesabi borclandirir ve
      *sinifin karsilik hesabini alacaklandirir; 'C' kovasi
      *tersidir. Iki kaydin tutari, sayisi ve kontrol toplami
      *aynidir; dosya butunuyle sifira dengelenir ve denge ayrica
      *dogrulanir.
       WRITE-GL-RECORDS.
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > WS-BKT-MAX
               IF WS-BKT-COUNT (WS-BKT-IX) > 0
                   MOVE WS-GL-RECEIVABLE TO WS-MAIN-ACCT
                   EVALUATE WS-BKT-CLASS (WS-BKT-IX)
                       WHEN 'F'
                           MOVE WS-GL-FEE-INCOME TO WS-OFFSET-ACCT
                       WHEN 'I'
                           MOVE WS-GL-INT-INCOME TO WS-OFFSET-ACCT
                       WHEN 'W'
                           MOVE WS-GL-CHGOFF-LOSS TO WS-OFFSET-ACCT
                       WHEN 'R'
                           MOVE WS-GL-RECOVERY   TO WS-MAIN-ACCT
                           MOVE WS-GL-SETTLEMENT TO WS-OFFSET-ACCT
                       WHEN OTHER
                           MOVE WS-GL-SETTLEMENT TO WS-OFFSET-ACCT
                   END-EVALUATE
                   IF WS-BKT-TYPE (WS-BKT-IX) = 'D'
                       PERFORM WRITE-DR-MAIN
                       PERFORM WRITE-CR-OFFSET
                   ELSE
                       PERFORM WRITE-DR-OFFSET
                       PERFORM WRITE-CR-MAIN
                   END-IF
                   PERFORM WRITE-BUCKET-LINE
               END-IF
           END-PERFORM.

       WRITE-DR-MAIN.
           PERFORM FILL-GL-COMMON.
           MOVE 'D'              TO GL-DR-CR.
           MOVE WS-MAIN-ACCT     TO GL-ACCOUNT.
           WRITE GL-REC.
           ADD 1 TO WS-GL-REC-COUNT.
           ADD WS-BKT-AMOUNT (WS-BKT-IX) TO WS-DR-TOTAL.

       WRITE-CR-MAIN.
           PERFORM FILL-GL-COMMON.
           MOVE 'C'              TO GL-DR-CR.
           MOVE WS-MAIN-ACCT     TO GL-ACCOUNT.
           WRITE GL-REC.
           ADD 1 TO WS-GL-REC-COUNT.
           ADD WS-BKT-AMOUNT (WS-BKT-IX) TO WS-CR-TOTAL.
           EVALUATE WS-BKT-CLASS (WS-BKT-IX)
               WHEN 'F'   MOVE 'FEE     ' TO GB-CLASS-O
               WHEN 'I'   MOVE 'INTEREST' TO GB-CLASS-O
               WHEN 'W'   MOVE 'CHG-OFF ' TO GB-CLASS-O
               WHEN 'R'   MOVE 'RECOVERY' TO GB-CLASS-O
               WHEN OTHER MOVE 'ORDINARY' TO GB-CLASS-O
           END-EVALUATE
           IF WS-BKT-TYPE (WS-BKT-IX) = 'D'
               MOVE WS-MAIN-ACCT     TO GB-ACCOUNT-O
           ELSE
               MOVE WS-OFFSET-ACCT   TO GB-ACCOUNT-O
           END-IF
