
       program-id. a133.

      *    a133 - sehir/ilce degisikligi talep programi. A116'nin
      *    a116.bek dosyasina ekledigi bekleyen degisiklikleri okur,
      *    a111.dat'i bir geciste tarayip eski SEHIR/ILCE ciftini
      *    tasiyan kayitlari sayar ve her degisikligi bir toplu
      *    adlandirma talebi olarak a111.ony onay kuyruguna yazar.
      *    Kayitlar, talep eden disinda bir B yetkili operator A145
      *    ile onaylayinca yeniden yazilir ve a111.jrn jurnaline iki
      *    operatorun kodu ile islenir. Kuyruga yazilan satirlar
      *    a116.bek'ten dusurulur, yeni anahtari a116.dat'ta
      *    bulunmayan veya bir defada islenebilecek sayiyi asan
      *    satirlar dosyada bekler. Sonunda degisiklik basina
      *    etkilenecek kayit sayisi ve talep numarasi dokulur.
      *    Calistiran operator a120'deki gibi dogrulanir; bakim
      *    yetkisi (rol B) gerekir.

       environment DIVISION.


                    file status is sehir-durum.

                   select optional onay assign "a111.ony"

                    organization is indexed

                    access mode is random

                    record key is oy-no

                    file status is onay-durum.

                   select optional operator-dosya assign "a122.dat"


           COPY SEHKAYIT.

       fd onay.

       01 onay-kaydi.

           COPY ONYKAYIT.

       fd operator-dosya.


       77 sehir-durum pic x(02) value spaces.

       77 onay-durum  pic x(02) value spaces.

       77 operator-durum pic x(02) value spaces.


       77 deneme-sayac pic 9(01) value zeros.

       77 yeni-talep  pic 9(06) value zeros.

       77 talep-sayac pic 9(03) value zeros.

       01 bekleyen-calisma.

           COPY DEGKAYIT.

               10 be-sayac      pic 9(06).

               10 be-talep      pic 9(06).

               10 be-tarih      pic 9(08).

               10 be-saat       pic 9(08).

       01 guvenlik-calisma.


       donustur.

           open input kayit.

           if kayit-durum not = "00"


           close kayit.

           open extend calisma.

           perform talep-gonder

               varying tablo-no from 1 by 1

               until tablo-no > bekleyen-sayisi.

           close calisma.

           perform bekleyen-yenile.

           perform sonuc-dok

           display "OKUNAN KAYIT......: " okunan-sayac.

           display "ETKILENECEK KAYIT.: " donusen-sayac.

           display "ONAYA GONDERILEN..: " talep-sayac " DEGISIKLIK".

           if devreden-sayac > zeros


           move zeros to be-sayac (bekleyen-sayisi).

           move zeros to be-talep (bekleyen-sayisi).

           move dg-tarih to be-tarih (bekleyen-sayisi).

           move dg-saat to be-saat (bekleyen-sayisi).

       bekleyen-coz-son.

           exit.

      *    degisiklikler sirayla denenir ki ayni calismada A -> B ve

      *    B -> C gibi zincirli adlandirmalar da dogru sayilsin; kayit

      *    yalniz bellekte cevrilir, dosyaya yazilmaz. A145 de ayni

      *    sirayi korumak icin toplu adlandirmalari numara sirasiyla

      *    onaylatir.

           if sehir = be-eski-sehir (tablo-no)


       kayit-cevir.

           move be-yeni-sehir (tablo-no) to sehir.

           move be-yeni-ilce (tablo-no) to ilce.

           add 1 to be-sayac (tablo-no).

           add 1 to donusen-sayac.

       talep-gonder.

      *    kuyruga yazilamayan degisiklik a116.bek'te bekler.

           perform talep-yaz thru talep-yaz-son.

           move yeni-talep to be-talep (tablo-no).

           if yeni-talep = zeros

               move spaces to bekleyen-calisma

               move be-eski-sehir (tablo-no) to dg-eski-sehir

               move be-eski-ilce (tablo-no) to dg-eski-ilce

               move be-yeni-sehir (tablo-no) to dg-yeni-sehir

               move be-yeni-ilce (tablo-no) to dg-yeni-ilce

               move be-tarih (tablo-no) to dg-tarih

               move be-saat (tablo-no) to dg-saat

               perform bekleyen-devret

           else

               add 1 to talep-sayac

           end-if.

       sonuc-dok.


               be-yeni-ilce (tablo-no) " : "

               be-sayac (tablo-no) " KAYIT, TALEP NO : "

               be-talep (tablo-no).

       talep-yaz.

      *    islem dogrudan uygulanmaz; a111.ony onay kuyruguna talep

      *    olarak yazilir, talep eden disinda bir B yetkili operator

      *    A145 ile onaylayinca uygulanir. Numara denetim satirindaki

      *    son numaranin bir fazlasidir; numara doluysa sonraki denenir.

           open i-o onay.

           if onay-durum = "05"

               open output onay

               close onay

               open i-o onay

           end-if.

           if onay-durum not = "00"

               move zeros to yeni-talep

               display "A111.ONY ACILAMADI, DURUM : " onay-durum

               go to talep-yaz-son

           end-if.

           move zeros to oy-no.

           read onay

               invalid key

                   move spaces to onay-kaydi

                   move zeros to oy-no

                   move zeros to oy-istek-tarihi

                   move zeros to oy-istek-saati

                   move zeros to oy-karar-tarihi

                   move zeros to oy-karar-saati

                   move zeros to oy-reg-id

                   write onay-kaydi

                       invalid key

                           display "A111.ONY DENETIM SATIRI "

                               "YAZILAMADI !"

                   end-write

           end-read.

       talep-dene.

           move zeros to yeni-talep.

           move zeros to oy-no.

           read onay

               invalid key

                   display "A111.ONY DENETIM SATIRI OKUNAMADI !"

                   go to talep-kapat

           end-read.

           add 1 to oy-reg-id.

           if oy-reg-id = zeros

               display "TALEP NUMARASI KALMADI !"

               go to talep-kapat

           end-if.

           rewrite onay-kaydi

               invalid key

                   display "A111.ONY DENETIM SATIRI YAZILAMADI !"

                   go to talep-kapat

           end-rewrite.

           move oy-reg-id to yeni-talep.

           perform talep-doldur.

           move yeni-talep to oy-no.

           write onay-kaydi

               invalid key go to talep-dene

           end-write.

       talep-kapat.

           close onay.

       talep-yaz-son.

           exit.

       talep-doldur.

           move spaces to onay-kaydi.

           move "B" to oy-durum.

           move aktif-operator to oy-isteyen.

           accept oy-istek-tarihi from date yyyymmdd.

           accept oy-istek-saati from time.

           move zeros to oy-karar-tarihi.

           move zeros to oy-karar-saati.

           move "D" to oy-tip.

           move "A133" to oy-program.

           move zeros to oy-reg-id.

           move be-eski-sehir (tablo-no) to od-eski-sehir.

           move be-eski-ilce (tablo-no) to od-eski-ilce.

           move be-yeni-sehir (tablo-no) to od-yeni-sehir.

           move be-yeni-ilce (tablo-no) to od-yeni-ilce.

           move be-sayac (tablo-no) to od-sayac.

       guvenlik-yaz.

