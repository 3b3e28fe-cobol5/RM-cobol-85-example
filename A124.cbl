      *    dip kaydi var mi, sayac ve REG-ID toplami tutuyor mu);
      *    dogrulama gecmeyen eksik veya bozulmus dosyayi a111.dat'a
      *    dokunmadan reddeder. Dogrulama gecerse a111.dat'i bastan
      *    kurar ve a111.chk sayaclarini yeniden yazar. Yedekteki K
      *    satirlarindan a111.kim detay dosyasi da bastan kurulur.

       environment DIVISION.


                    file status is denetim-durum.

                   select optional kimlik assign "a111.kim"

                    organization is indexed

                    access mode is sequential

                    record key is km-reg-id

                    alternate record key is km-tc-no with duplicates

                    file status is kimlik-durum.

       DATA division.

       file section.

           05 ck-son-id   pic 9(06).

       fd kimlik.

       01 kimlik-kaydi.

           COPY KIMKAYIT.

       working-storage section.

       77 cevap       pic x value spaces.

       77 eski-son-id pic 9(06) value zeros.

       77 kimlik-durum pic x(02) value spaces.

       77 kimlik-okunan pic 9(06) value zeros.

       77 kimlik-yuklenen pic 9(06) value zeros.

       01 yedek-calisma.

           COPY YEDKAYIT.

           display "YUKLENEN KAYIT....: " yuklenen-sayac.

           display "YUKLENEN DETAY....: " kimlik-yuklenen.

           display "EN BUYUK KAYIT NO.: " son-id.

           display "GERI YUKLEME TAMAMLANDI.".

           move zeros to id-toplam.

           move zeros to kimlik-okunan.

           move "H" to dip-goruldu.

           move "N" to yedek-bitti.

           end-if.

           if yk-tip = "K"

               if yi-reg-id not numeric

                   display "DETAY KAYIT NO OKUNAMADI, DOSYA BOZUK !"

                   move "E" to bozuk

                   go to dogrula-coz-son

               end-if

               add 1 to kimlik-okunan

               go to dogrula-coz-son

           end-if.

           if yk-tip = "S"

               move "E" to dip-goruldu

               end-if

               perform kimlik-dip-denetle

               go to dogrula-coz-son

           end-if.

           exit.

       kimlik-dip-denetle.

      *    detay sayaci olmayan eski yedeklerde K satiri olamaz.

           if yd-kimlik-sayac numeric

               if yd-kimlik-sayac not = kimlik-okunan

                   display "DETAY SAYISI TUTMUYOR, DOSYA BOZUK !"

                   move "E" to bozuk

               end-if

           else

               if kimlik-okunan not = zeros

                   display "DETAY SAYISI OKUNAMADI, DOSYA BOZUK !"

                   move "E" to bozuk

               end-if

           end-if.

       geri-yukleme.

           open input yedek.

           end-if.

           open output kimlik.

           if kimlik-durum not = "00"

               display "A111.KIM ACILAMADI, DURUM : " kimlik-durum

               close yedek

               close kayit

               stop run

           end-if.

           move "N" to yedek-bitti.

           perform yukle-satir until yedek-bitti = "E".

           close kayit.

           close kimlik.

           close yedek.

           if yuklenen-sayac not = yd-sayac

                   end-if

                   if yk-tip = "K"

                       perform kimlik-yukle

                   end-if

           end-read.

       kayit-yukle.

           end-write.

       kimlik-yukle.

           move yk-govde to kimlik-kaydi.

           write kimlik-kaydi

               invalid key

                   display "DETAY YAZILAMADI, KAYIT NO : " km-reg-id

               not invalid key

                   add 1 to kimlik-yuklenen

           end-write.

       denetim-oku.

      *    yedek, A118 temizligi oncesine ait olabilir; son-id geri
