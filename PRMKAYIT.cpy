      *    icin ortak kayit duzeni. Her satir bir adimin program
      *    adini ve o programin ekrandan soracagi parametreleri
      *    tasir; satir sirasi zincir sirasidir. A113, A114, A118,
      *    A119, A121, A135, A136, A138, A139, A141, A142, A143 ve
      *    A146 acilista bu dosyada kendi adini arar, bulursa
      *    ekrandan sormadan buradaki parametrelerle calisir ve
      *    sonucunu a111.run dosyasina yazar. A130 dosyayi bastan
      *    sona okuyup adimlari sirayla cagirir, basarisiz adimda
      *    zinciri durdurur. "*" ile baslayan satirlar aciklamadir.
      *
      *        A113
      *        A121     202501 202512     (baslangic ve bitis yil-ay)
      *        A118     20251231          (yil sonu kesim tarihi)
      *        A135                       (jurnal kusak devri)
      *        A138     0090              (a111.run saklama gunu)
      *        A139     202501 202503 ANKARA  (donem, ILCE dokumu)
      *        A141     ANKARA            (hane listesi, bos = hepsi)
      *        A142     00000000 E        (teyit mektubu gunu, 0 =
      *                                    varsayilan; E = adres
      *                                    degisikligi de basilir)
      *        A143     10                (KVKK saklama suresi, yil)
      *        A146     00000000 003      (onay raporu gunu, 0 =
      *                                    varsayilan; bekleme siniri)
      *
           05 pr-program  pic x(08).

               10 p18-kesim   pic 9(08).

               10 filler      pic x(63).

           05 pr-a138 redefines pr-parametre.

               10 p38-saklama pic 9(04).

               10 filler      pic x(67).

           05 pr-a139 redefines pr-parametre.

               10 p39-bas     pic 9(06).

               10 filler      pic x(01).

               10 p39-son     pic 9(06).

               10 filler      pic x(01).

               10 p39-sehir   pic x(12).

               10 filler      pic x(45).

           05 pr-a141 redefines pr-parametre.

               10 p41-sehir   pic x(12).

               10 filler      pic x(59).

           05 pr-a142 redefines pr-parametre.

               10 p42-gun     pic 9(08).

               10 filler      pic x(01).

               10 p42-adres   pic x(01).

               10 filler      pic x(61).

           05 pr-a143 redefines pr-parametre.

               10 p43-yil     pic 9(02).

               10 filler      pic x(69).

           05 pr-a146 redefines pr-parametre.

               10 p46-gun     pic 9(08).

               10 filler      pic x(01).

               10 p46-sinir   pic 9(03).

               10 filler      pic x(59).
