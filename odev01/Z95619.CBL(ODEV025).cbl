      * alanlari eklenince ana kayit goruntusu 170 bayttan 176
      * bayta, arsiv kaydi 178 bayttan 184 bayta buyudu. Saklanan
      * eski kusaklar (ODEV019 ileri kurtarma yedekten bu yana
      * TUM defter kusaklarini okur; ODEV036 gecis kipi eski
      * kusaklari JRNLHIST hareket tarihcesine yukler),
      * dunden devreden askida-islem dosyasi, son saglam ACCTREC
      * bosaltim goruntusu ve birikmis ARCHFILE arsivi yeni
      * FD'lerle okunamaz; bu kosu hepsini yeni duzene cevirir.
