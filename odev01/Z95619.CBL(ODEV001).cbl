      *'C' = kapalı. RESERVED filler'ının ilk baytı kullanılır,
      *kalan 6 bayt eski kayıt uzunluğunu korumak için boş kalır.
           05  FILLER             PIC X(6).
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
