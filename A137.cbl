       IDENTIFICATION DIVISION.

       program-id. a137.

      *    a137 - gecmis artis uretimini yeniden gonderme programi.
      *    Sorulan uretim numarasi a129.kay gonderim defterinde
      *    aranir; defterdeki kusak numarasi ve jurnal satir araligi
      *    ile o uretimin satirlari jurnal kusagindan (a111.jkt) ya da
      *    hala devredilmediyse a111.jrn'den A129'daki ceviriyle
      *    yeniden uretilir. Cikti ayri bir dosyaya (a137.dlt) asil
      *    uretim numarasi ve asil tarih/saat basligiyla yazilir ki
      *    A129'un bir sonraki a111.dlt'si ezilmesin; a129.chk'ye
      *    dokunulmaz. Sayaclar defterdekiyle tutarsa yeniden gonderim
      *    deftere "Y" satiri olarak eklenir; A136 bu uretimin ikinci
      *    onayini boylece mukerrer saymaz. Ilk (tam dokum) uretim
      *    jurnalden gelmedigi icin yeniden uretilemez.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional defter assign "a129.kay"

                    organization is line sequential

                    file status is defter-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select optional jurnal assign jurnal-adi

                    organization is line sequential

                    file status is jurnal-durum.

                   select cikti assign "a137.dlt"

                    organization is line sequential.

       DATA division.

       file section.

       fd defter.

       01 defter-kaydi.

           COPY GNDKAYIT.

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       fd jurnal.

       01 jurnal-kaydi.

           COPY JRNKAYIT.

       fd cikti.

       01 cikti-satiri pic x(102).

       working-storage section.

       77 defter-durum pic x(02) value spaces.

       77 tablo-durum pic x(02) value spaces.

       77 jurnal-durum pic x(02) value spaces.

       77 defter-bitti pic x value "N".

       77 tablo-bitti pic x value "N".

       77 jurnal-bitti pic x value "N".

       77 bulundu     pic x value "H".

       77 jurnal-adi  pic x(12) value "a111.jrn".

       77 istenen-uretim pic 9(06) value zeros.

       77 calisma-tarihi pic 9(08) value zeros.

       77 calisma-saati pic 9(08) value zeros.

       77 jurnal-sayac pic 9(09) value zeros.

       77 eklenen-sayac pic 9(06) value zeros.

       77 degisen-sayac pic 9(06) value zeros.

       77 pasif-sayac pic 9(06) value zeros.

       77 toplam-sayac pic 9(06) value zeros.

       77 satir       pic x(100).

       01 secilen.

           05 sc-uretim   pic 9(06).

           05 sc-tip      pic x(01).

           05 sc-tarih    pic 9(08).

           05 sc-saat     pic 9(08).

           05 sc-kusak    pic 9(03).

           05 sc-jurnal-bas pic 9(09).

           05 sc-jurnal-son pic 9(09).

           05 sc-eklenen  pic 9(06).

           05 sc-degisen  pic 9(06).

           05 sc-pasif    pic 9(06).

           05 sc-toplam   pic 9(06).

       01 cikti-calisma.

           COPY DLTKAYIT.

       PROCEDURE DIVISION.

       main.

           display "YENIDEN GONDERILECEK URETIM NO (0 = VAZGEC) ?".

           accept istenen-uretim.

           if istenen-uretim = zeros

               stop run

           end-if.

           perform defter-ara thru defter-ara-son.

           if bulundu not = "E"

               display "URETIM GONDERIM DEFTERINDE YOK : "

                   istenen-uretim

               stop run

           end-if.

           if sc-tip = "T"

               display "ILK URETIM TAM DOKUMDUR, JURNALDEN YENIDEN "

                   "URETILEMEZ !"

               stop run

           end-if.

           perform kusak-bul thru kusak-bul-son.

           open input jurnal.

           if jurnal-durum not = "00"

               if jurnal-durum = "05"

                   close jurnal

               end-if

               display "JURNAL ACILAMADI : " jurnal-adi

                   " DURUM : " jurnal-durum

               display "YENIDEN URETIM YAPILMADI !"

               stop run

           end-if.

           accept calisma-tarihi from date yyyymmdd.

           accept calisma-saati from time.

           open output cikti.

           perform baslik-yaz.

           move "N" to jurnal-bitti.

           perform jurnal-oku until jurnal-bitti = "E".

           close jurnal.

           perform dip-yaz.

           close cikti.

           display "URETIM NO.........: " sc-uretim.

           display "JURNAL............: " jurnal-adi.

           display "EKLENEN KAYIT.....: " eklenen-sayac.

           display "GUNCELLENEN KAYIT.: " degisen-sayac.

           display "PASIFE CEKILEN....: " pasif-sayac.

      *    sayaclar defterle tutmazsa jurnal kusagi eksik ya da

      *    degismis demektir; dosya gonderilmemeli, deftere yazilmaz.

           if eklenen-sayac not = sc-eklenen

               or degisen-sayac not = sc-degisen

               or pasif-sayac not = sc-pasif

               display "SAYILAR GONDERIM DEFTERIYLE TUTMUYOR : "

                   toplam-sayac " / " sc-toplam

               display "A137.DLT GONDERILMEMELI, DEFTERE YAZILMADI !"

               stop run

           end-if.

           perform defter-yaz.

           display "YENIDEN URETIM A137.DLT DOSYASINA YAZILDI.".

           stop run.

       defter-ara.

           open input defter.

           if defter-durum not = "00"

               if defter-durum = "05"

                   close defter

               end-if

               go to defter-ara-son

           end-if.

           move "N" to defter-bitti.

           perform defter-oku until defter-bitti = "E".

           close defter.

       defter-ara-son.

           exit.

       defter-oku.

           read defter

               at end move "E" to defter-bitti

               not at end

                   if gk-uretim = istenen-uretim and gk-tip not = "Y"

                       move defter-kaydi to secilen

                       move "E" to bulundu

                       move "E" to defter-bitti

                   end-if

           end-read.

       kusak-bul.

      *    kusak a111.jkt'de yoksa satirlar hala a111.jrn'dedir.

           move "a111.jrn" to jurnal-adi.

           open input kusak-tablo.

           if tablo-durum not = "00"

               if tablo-durum = "05"

                   close kusak-tablo

               end-if

               go to kusak-bul-son

           end-if.

           move "N" to tablo-bitti.

           perform kusak-oku until tablo-bitti = "E".

           close kusak-tablo.

       kusak-bul-son.

           exit.

       kusak-oku.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   if ku-kusak = sc-kusak

                       move ku-dosya to jurnal-adi

                       move "E" to tablo-bitti

                   end-if

           end-read.

       jurnal-oku.

           read jurnal

               at end move "E" to jurnal-bitti

               not at end

                   add 1 to jurnal-sayac

                   if jurnal-sayac > sc-jurnal-son

                       move "E" to jurnal-bitti

                   else

                       if jurnal-sayac not < sc-jurnal-bas

                           and jr-islem not = "A" and jr-islem not = "K"

                           perform jurnal-cevir

                       end-if

                   end-if

           end-read.

       jurnal-cevir.

      *    ceviri A129'dakinin aynisidir : S pasife cekilme, G

      *    guncelleme, E ve I eklenen olarak gonderilir; A ve K

      *    satirlari gonderilmez.

           move spaces to satir.

           string jr-reg-id     delimited by size

                  ","           delimited by size

                  js-ad         delimited by size

                  ","           delimited by size

                  js-soyad      delimited by size

                  ","           delimited by size

                  js-sehir      delimited by size

                  ","           delimited by size

                  js-ilce       delimited by size

                  ","           delimited by size

                  js-operator-id delimited by size

                  ","           delimited by size

                  js-tarih      delimited by size

                  ","           delimited by size

                  js-saat       delimited by size

               into satir

           end-string.

           move spaces to cikti-calisma.

           move "D" to dl-tip.

           if jr-islem = "S"

               move "P" to dd-islem

               add 1 to pasif-sayac

           else

               if jr-islem = "G"

                   move "G" to dd-islem

                   add 1 to degisen-sayac

               else

                   move "E" to dd-islem

                   add 1 to eklenen-sayac

               end-if

           end-if.

           move satir to dd-satir.

           move cikti-calisma to cikti-satiri.

           write cikti-satiri.

           add 1 to toplam-sayac.

       baslik-yaz.

           move spaces to cikti-calisma.

           move "B" to dl-tip.

           move sc-uretim to db-uretim.

           move sc-tarih to db-tarih.

           move sc-saat to db-saat.

           move cikti-calisma to cikti-satiri.

           write cikti-satiri.

       dip-yaz.

           move spaces to cikti-calisma.

           move "S" to dl-tip.

           move eklenen-sayac to ds-eklenen.

           move degisen-sayac to ds-degisen.

           move pasif-sayac to ds-pasif.

           move toplam-sayac to ds-toplam.

           move cikti-calisma to cikti-satiri.

           write cikti-satiri.

       defter-yaz.

           move secilen to defter-kaydi.

           move "Y" to gk-tip.

           move calisma-tarihi to gk-tarih.

           move calisma-saati to gk-saat.

           open extend defter.

           write defter-kaydi.

           close defter.
