            03 wid-pd0590h              pic x(60).
            03 wid-pd0570x              pic x(60).
            03 wid-pd0570s              pic x(60).
            03 wid-pdjan0h              pic x(60).
            03 wid-pd0940h              pic x(60).
            03 wid-pd0580b              pic x(60).
            03 wid-pd058bh              pic x(60).
            03 wid-pd0570b              pic x(60).
            03 wid-pd057bh              pic x(60).
            03 wid-pdaut00              pic x(60).
            03 wid-pdaut0h              pic x(60).
            03 wid-pdaut0l              pic x(60).
            03 wid-pdarq00              pic x(60).
            03 wid-pdarq0e              pic x(60).
            03 wid-pdarq0n              pic x(60).
            03 wid-pdarq0m              pic x(60).
            03 wid-pd0580d              pic x(60).
            03 wid-pd057mh              pic x(60).
            03 wid-pd0570q              pic x(60).
            03 wid-pd057qt              pic x(60).
            03 wid-pd057qb              pic x(60).

       01   ws-resultado-acesso         pic x(02).
            88 ws-operacao-ok                       value "00".
