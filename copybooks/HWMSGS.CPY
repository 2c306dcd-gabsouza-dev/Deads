000170*   GROUPS -- HW-MSG-ACTIVE IN THE MAIN PROGRAM IS LOADED BY   *
000180*   A STRAIGHT GROUP MOVE OF WHICHEVER GROUP MATCHES THE       *
000190*   CURRENT RUN'S LOCALE CODE.                                 *
000191*   THE HW-BRF- GROUPS AFTER THEM ARE THE HWBRIEF MORNING      *
000192*   BRIEFING TEXT, LOADED INTO HWBRIEF'S ACTIVE AREA BY THE    *
000193*   SAME KIND OF GROUP MOVE; THEIR FIELD ORDER AND LENGTHS     *
000194*   MUST LIKEWISE STAY IDENTICAL.                              *
000200*--------------------------------------------------------------*
000210 01  HW-MSG-PT.
000220     05  HW-PT-GREETING          PIC X(16)
000650         VALUE 'AVISO - REINICIO - REUTILIZANDO NUM CONTROLE'.
000651     05  HW-PT-WARN-HELD         PIC X(55)
000652         VALUE 'AVISO - CICLO RETIDO PELO OPERADOR'.
000653     05  HW-PT-TXT-CATCHUP       PIC X(40)
000654         VALUE 'RECUPERACAO DE DATAS UTEIS PERDIDAS'.
000655     05  HW-PT-TXT-NOMISS        PIC X(40)
000656         VALUE 'NENHUMA DATA UTIL PERDIDA A RECUPERAR'.
000657     05  HW-PT-LBL-RECOV         PIC X(16)
000658         VALUE 'DATAS RECUPER.: '.
000659     05  HW-PT-TXT-NOTRUN        PIC X(08) VALUE 'NAO EXEC'.
000660*
000670 01  HW-MSG-EN.
000680     05  HW-EN-GREETING          PIC X(16)
001110         VALUE 'WARNING - RESTART - REUSING CONTROL NUMBER'.
001120     05  HW-EN-WARN-HELD         PIC X(55)
001130         VALUE 'WARNING - CYCLE HELD BY OPERATOR - NOT RUN'.
001131     05  HW-EN-TXT-CATCHUP       PIC X(40)
001132         VALUE 'CATCH-UP OF MISSED BUSINESS DATES'.
001133     05  HW-EN-TXT-NOMISS        PIC X(40)
001134         VALUE 'NO MISSED BUSINESS DATES TO RECOVER'.
001135     05  HW-EN-LBL-RECOV         PIC X(16)
001136         VALUE 'DATES RECOVERED:'.
001137     05  HW-EN-TXT-NOTRUN        PIC X(08) VALUE 'NOT RUN'.
001140*
001150 01  HW-BRF-PT.
001160     05  HW-PT-BRF-TITLE         PIC X(30)
001170         VALUE 'RESUMO OPERACIONAL DA MANHA'.
001180     05  HW-PT-BRF-LBL-BUSDT     PIC X(22)
001190         VALUE 'DIA UTIL ANTERIOR: '.
001200     05  HW-PT-BRF-SEC-CYCLE     PIC X(30)
001210         VALUE 'CICLOS DO DIA UTIL ANTERIOR'.
001220     05  HW-PT-BRF-SEC-HOLD      PIC X(30)
001230         VALUE 'RETENCOES EM VIGOR'.
001240     05  HW-PT-BRF-SEC-ALERT     PIC X(30)
001250         VALUE 'ALERTAS NAO FECHADOS'.
001260     05  HW-PT-BRF-SEC-DAYCLS    PIC X(30)
001270         VALUE 'FECHAMENTO DO DIA (DCLFILE)'.
001280     05  HW-PT-BRF-SEC-CALCOV    PIC X(30)
001290         VALUE 'COBERTURA DO CALENDARIO'.
001300     05  HW-PT-BRF-SEC-TONITE    PIC X(30)
001310         VALUE 'CICLOS PREVISTOS ESTA NOITE'.
001320     05  HW-PT-BRF-SEC-STATUS    PIC X(30)
001330         VALUE 'SITUACAO GERAL DO LOCAL:'.
001340     05  HW-PT-BRF-TXT-NONE      PIC X(40) VALUE 'NENHUM'.
001350     05  HW-PT-BRF-TXT-MISSING   PIC X(08) VALUE 'AUSENTE'.
001360     05  HW-PT-BRF-TXT-OVERSLA   PIC X(09) VALUE 'ACIMA SLA'.
001370     05  HW-PT-BRF-TXT-ESCAL     PIC X(09) VALUE 'ESCALADO'.
001380     05  HW-PT-BRF-TXT-HELD      PIC X(09) VALUE 'RETIDO'.
001390     05  HW-PT-BRF-WARN-NODCL    PIC X(40)
001400         VALUE 'AVISO - SEM REGISTRO DE FECHAMENTO'.
001410     05  HW-PT-BRF-WARN-NOHOL    PIC X(40)
001420         VALUE 'AVISO - NENHUM FERIADO CARREGADO'.
001430     05  HW-PT-BRF-WARN-HZN      PIC X(40)
001440         VALUE 'AVISO - SEM FERIADO APOS O HORIZONTE'.
001450     05  HW-PT-BRF-TXT-CALOK     PIC X(40)
001460         VALUE 'COBERTURA OK - ULTIMO FERIADO'.
001470     05  HW-PT-BRF-TXT-NONBUS    PIC X(40)
001480         VALUE 'NAO E DIA UTIL - NENHUM CICLO PREVISTO'.
001490     05  HW-PT-BRF-LBL-ELAPS     PIC X(06) VALUE 'DUR: '.
001500     05  HW-PT-BRF-LBL-AGE       PIC X(09) VALUE 'IDADE H: '.
001510     05  HW-PT-BRF-LBL-EXP       PIC X(11) VALUE 'ESPERADOS: '.
001520     05  HW-PT-BRF-LBL-DSC       PIC X(15)
001530         VALUE 'DISCREPANCIAS: '.
001540     05  HW-PT-BRF-TXT-MAINT     PIC X(09) VALUE 'MANUTENC'.
001550*
001560 01  HW-BRF-EN.
001570     05  HW-EN-BRF-TITLE         PIC X(30)
001580         VALUE 'MORNING OPERATIONS BRIEFING'.
001590     05  HW-EN-BRF-LBL-BUSDT     PIC X(22)
001600         VALUE 'PRIOR BUSINESS DATE: '.
001610     05  HW-EN-BRF-SEC-CYCLE     PIC X(30)
001620         VALUE 'CYCLES ON PRIOR BUSINESS DATE'.
001630     05  HW-EN-BRF-SEC-HOLD      PIC X(30) VALUE 'HOLDS IN FORCE'.
001640     05  HW-EN-BRF-SEC-ALERT     PIC X(30)
001650         VALUE 'ALERTS NOT CLOSED'.
001660     05  HW-EN-BRF-SEC-DAYCLS    PIC X(30)
001670         VALUE 'DAY CLOSE (DCLFILE)'.
001680     05  HW-EN-BRF-SEC-CALCOV    PIC X(30)
001690         VALUE 'CALENDAR COVERAGE'.
001700     05  HW-EN-BRF-SEC-TONITE    PIC X(30)
001710         VALUE 'CYCLES EXPECTED TONIGHT'.
001720     05  HW-EN-BRF-SEC-STATUS    PIC X(30)
001730         VALUE 'OVERALL SITE STATUS:'.
001740     05  HW-EN-BRF-TXT-NONE      PIC X(40) VALUE 'NONE'.
001750     05  HW-EN-BRF-TXT-MISSING   PIC X(08) VALUE 'MISSING'.
001760     05  HW-EN-BRF-TXT-OVERSLA   PIC X(09) VALUE 'OVER SLA'.
001770     05  HW-EN-BRF-TXT-ESCAL     PIC X(09) VALUE 'ESCALATED'.
001780     05  HW-EN-BRF-TXT-HELD      PIC X(09) VALUE 'HELD'.
001790     05  HW-EN-BRF-WARN-NODCL    PIC X(40)
001800         VALUE 'WARNING - NO DAY-CLOSE RECORD'.
001810     05  HW-EN-BRF-WARN-NOHOL    PIC X(40)
001820         VALUE 'WARNING - NO HOLIDAYS LOADED'.
001830     05  HW-EN-BRF-WARN-HZN      PIC X(40)
001840         VALUE 'WARNING - NO HOLIDAY BEYOND HORIZON'.
001850     05  HW-EN-BRF-TXT-CALOK     PIC X(40)
001860         VALUE 'COVERAGE OK - LATEST HOLIDAY'.
001870     05  HW-EN-BRF-TXT-NONBUS    PIC X(40)
001880         VALUE 'NOT A BUSINESS DAY - NO CYCLE EXPECTED'.
001890     05  HW-EN-BRF-LBL-ELAPS     PIC X(06) VALUE 'ELAP: '.
001900     05  HW-EN-BRF-LBL-AGE       PIC X(09) VALUE 'AGE HRS: '.
001910     05  HW-EN-BRF-LBL-EXP       PIC X(11) VALUE 'EXPECTED:  '.
001920     05  HW-EN-BRF-LBL-DSC       PIC X(15)
001930         VALUE 'DISCREPANCIES: '.
001940     05  HW-EN-BRF-TXT-MAINT     PIC X(09) VALUE 'MAINT'.
