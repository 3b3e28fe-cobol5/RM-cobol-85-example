      *    (a116.bek) icin ortak kayit duzeni. A116'nin degistir
      *    islemi referans anahtarini takas ettikten sonra eski ve
      *    yeni ciftleri zaman damgasi ile buraya ekler; A133 bu
      *    dosyayi okuyup her satiri a111.ony onay kuyruguna toplu
      *    adlandirma talebi olarak yazar ve kuyruga yazilan satirlari
      *    dosyadan dusurur. Talep A145 ile onaylaninca a111.dat'taki
      *    eski SEHIR/ILCE tasiyan tum kayitlar yeni degerlere cevrilir
      *    ve her biri jurnale yazilir.
      *
           05 dg-eski-sehir pic x(12).

