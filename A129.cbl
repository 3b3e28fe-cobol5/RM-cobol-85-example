      *    kaydi tasir; kalinan yer a129.chk dosyasinda tutulur.
      *    Girdi dosyalarindan biri acilamazsa aktarim yapilmaz ve
      *    a129.chk'ye dokunulmaz ki o uretim kayip sayilmasin.
      *    A135 a111.jrn'i kusaga devrettiginde a129.chk'deki jurnal
      *    sayacini sifirlar; sayac boylece hep guncel a111.jrn'e
      *    gore tutulur. Her uretim a129.kay gonderim defterine
      *    sayaclari ve kaynak jurnal araligi (kusak numarasi, ilk ve
      *    son satir sirasi) ile bir satir olarak eklenir; A136 sehir
      *    ofisi onaylarini bu defterle karsilastirir, A137 gecmis bir
      *    uretimi buradan yeniden uretir.

       environment DIVISION.


                    file status is durum-durum.

                   select optional kusak-tablo assign "a111.jkt"

                    organization is line sequential

                    file status is tablo-durum.

                   select optional defter assign "a129.kay"

                    organization is line sequential

                    file status is defter-durum.

       DATA division.

       file section.

           05 dz-jurnal   pic 9(09).

       fd kusak-tablo.

       01 kusak-tablo-kaydi.

           COPY KUSKAYIT.

       fd defter.

       01 defter-kaydi.

           COPY GNDKAYIT.

       working-storage section.

       77 kayit-durum pic x(02) value spaces.

       77 durum-durum pic x(02) value spaces.

       77 tablo-durum pic x(02) value spaces.

       77 defter-durum pic x(02) value spaces.

       77 tablo-bitti pic x value "N".

       77 son-kusak   pic 9(03) value zeros.

       77 jurnal-bitti pic x value "N".

       77 jurnal-acik pic x value "H".

           perform durum-yaz.

           perform defter-yaz.

           display "URETIM NO.........: " uretim-no.

           display "EKLENEN KAYIT.....: " eklenen-sayac.

           close durum-dosya.

       defter-yaz.

      *    artis satirlari su anki a111.jrn'den okundu; A135 bu

      *    jurnali devrettiginde alacagi numara son kusagin bir

      *    fazlasidir. Ilk uretim jurnalden degil dosyadan alindigi

      *    icin bos bir aralik ile yazilir.

           perform tablo-oku thru tablo-oku-son.

           move uretim-no to gk-uretim.

           if ilk-calisma = "E"

               move "T" to gk-tip

               move jurnal-sayac to son-jurnal

           else

               move "A" to gk-tip

           end-if.

           move calisma-tarihi to gk-tarih.

           move calisma-saati to gk-saat.

           add 1 son-kusak giving gk-kusak.

           add 1 son-jurnal giving gk-jurnal-bas.

           move jurnal-sayac to gk-jurnal-son.

           move eklenen-sayac to gk-eklenen.

           move degisen-sayac to gk-degisen.

           move pasif-sayac to gk-pasif.

           move toplam-sayac to gk-toplam.

           open extend defter.

           write defter-kaydi.

           close defter.

       tablo-oku.

           move zeros to son-kusak.

           open input kusak-tablo.

           if tablo-durum not = "00"

               if tablo-durum = "05"

                   close kusak-tablo

               end-if

               go to tablo-oku-son

           end-if.

           move "N" to tablo-bitti.

           perform tablo-satir until tablo-bitti = "E".

           close kusak-tablo.

       tablo-oku-son.

           exit.

       tablo-satir.

           read kusak-tablo

               at end move "E" to tablo-bitti

               not at end

                   if ku-kusak numeric and ku-kusak > son-kusak

                       move ku-kusak to son-kusak

                   end-if

           end-read.

       baslik-yaz.

           move spaces to cikti-calisma.

                   if jurnal-sayac > son-jurnal

                       and jr-islem not = "A" and jr-islem not = "K"

                       perform jurnal-cevir

                   end-if

      *    S pasife cekilme, G guncelleme olarak; E (yeni kayit) ve

      *    I (arsivden iade) eklenen olarak gonderilir. A

      *    (anonimlestirme talebi) ve K (kimlik / iletisim detayi)

      *    satirlari gonderilmez.

           move spaces to satir.

