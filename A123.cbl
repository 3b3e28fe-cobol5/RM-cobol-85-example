      *    her kaydi REG-ID dahil tum alanlari ile a111.bak dosyasina
      *    yazar; dosyanin basina calisma tarih/saatini tasiyan bir
      *    baslik, sonuna kayit sayisi ve REG-ID toplamini tasiyan
      *    bir dip kaydi koyar. a111.kim detay dosyasi da kayitlardan
      *    sonra K satirlari olarak ayni yedege alinir. Geri yukleme
      *    icin A124 kullanilir.

       environment DIVISION.


                    organization is line sequential.

                   select optional kimlik assign "a111.kim"

                    organization is indexed

                    access mode is sequential

                    record key is km-reg-id

                    alternate record key is km-tc-no with duplicates

                    file status is kimlik-durum.

       DATA division.

       file section.

       01 yedek-satiri pic x(91).

       fd kimlik.

       01 kimlik-kaydi.

           COPY KIMKAYIT.

       working-storage section.

       77 kayit-durum pic x(02) value spaces.

       77 id-toplam   pic 9(12) value zeros.

       77 kimlik-durum pic x(02) value spaces.

       77 kimlik-sayac pic 9(06) value zeros.

       01 yedek-calisma.

           COPY YEDKAYIT.

           perform kayit-isle until kayit-durum = "10".

           open input kimlik.

           if kimlik-durum not = "00" and kimlik-durum not = "05"

               display "A111.KIM ACILAMADI, DURUM : " kimlik-durum

               close yedek

               close kayit

               stop run

           end-if.

           perform kimlik-isle until kimlik-durum = "10".

           close kimlik.

           perform dip-yaz.

           close yedek.

           display "YEDEKLENEN KAYIT..: " yazilan-sayac.

           display "YEDEKLENEN DETAY..: " kimlik-sayac.

           display "REG-ID TOPLAMI....: " id-toplam.

           display "YEDEK A111.BAK DOSYASINA YAZILDI.".

           add reg-id to id-toplam.

       kimlik-isle.

           read kimlik next record

               at end move "10" to kimlik-durum

               not at end perform kimlik-detay-yaz

           end-read.

       kimlik-detay-yaz.

           move spaces to yedek-calisma.

           move "K" to yk-tip.

           move kimlik-kaydi to yk-govde.

           move yedek-calisma to yedek-satiri.

           write yedek-satiri.

           add 1 to kimlik-sayac.

       dip-yaz.

           move spaces to yedek-calisma.

           move id-toplam to yd-id-toplam.

           move kimlik-sayac to yd-kimlik-sayac.

           move yedek-calisma to yedek-satiri.

           write yedek-satiri.
