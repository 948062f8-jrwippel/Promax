            03 (l58)-ind-execucao               pic x(01).
            03 (l58)-data-vigencia              pic 9(08).
            03 (l58)-max-tentativas             pic 9(02).
            03 (l58)-versao-minima              pic x(11).
            03 (l58)-versao-maxima              pic x(11).
            03 (l58)-data-limite                pic 9(08).
            03 (l58)-usuario                    pic x(08).
            03 (l58)-motivo                     pic x(60).
            03 (l58)-status-rotina              pic x(02).
