      *    KIMKAYIT - kimlik / iletisim detay dosyasi (a111.kim) icin
      *    ortak kayit duzeni. REGKAYIT'in yaninda, ayni KAYIT NO ile
      *    kisinin TC Kimlik No'sunu, dogum tarihini, acik adresini ve
      *    telefonunu tutar; A112 giris / duzelt ekranlari, A115 ve
      *    A126 yuklemeleri yazar. TC Kimlik No 11 hanelik resmi
      *    denetim kuralina uymali ve a111.kim ile arsivdeki a111.khs
      *    genelinde tek olmalidir; 0 bilinmiyor demektir, bu yuzden
      *    ikincil anahtar tekrara izin verir. A118 arsivlenen kisinin
      *    detayini ayni duzende a111.khs'e tasir, A128 geri getirir.
      *    Degisiklikler a111.jrn'e "K" satiri olarak yazilir; once /
      *    sonra goruntuleri km-bilgi alanidir.
      *
           05 km-reg-id   pic 9(06).

           05 km-bilgi.

               10 km-tc-no       pic 9(11).

               10 km-dogum-tarihi pic 9(08).

               10 km-adres       pic x(40).

               10 km-telefon     pic x(12).

           05 km-tarih    pic 9(08).
