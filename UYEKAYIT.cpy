      *    UYEKAYIT - hane uyeleri dosyasi (a111.uye) icin ortak kayit
      *    duzeni. Ana anahtar hane numarasi + KAYIT NO'dur; bir kisi
      *    en fazla bir hanede bulunabildigi icin uy-reg-id ayrica
      *    tekrarsiz ikincil anahtardir. A112 silmede, A118 arsivde ve
      *    A120 tasinmada kisinin hanesini bu anahtarla bulur.
      *
      *    uy-yakinlik : B = hane reisi, E = es, C = cocuk, D = diger
      *

           05 uy-anahtar.

               10 uy-hane     pic 9(06).

               10 uy-reg-id   pic 9(06).

           05 uy-yakinlik pic x(01).

           05 uy-operator pic x(08).

           05 uy-tarih    pic 9(08).
