      *    HNEKAYIT - hane dosyasi (a111.hne) icin ortak kayit duzeni.
      *    Anahtar hane numarasidir; her hane reisinin KAYIT NO'sunu ve
      *    hanenin ortak SEHIR / ILCE'sini tasir. Hane uyeleri a111.uye
      *    dosyasindadir (UYEKAYIT). Hane numarasi 000000 olan satir
      *    denetim satiridir : hn-reis alaninda son verilen hane
      *    numarasini tutar; hane okuyan programlar bu satiri atlar.
      *    A140 hane bakimini yapar, A141 haneleri SEHIR / ILCE
      *    sirasiyla listeler; A120 tasinmada hane adresini gunceller.
      *

           05 hn-no       pic 9(06).

           05 hn-reis     pic 9(06).

           05 hn-sehir    pic x(12).

           05 hn-ilce     pic x(12).

           05 hn-operator pic x(08).

           05 hn-tarih    pic 9(08).
