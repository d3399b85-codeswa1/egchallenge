000780         ==EMP-ID==         BY ==EMP-ID-AR==
000790         ==EMP-NAME==       BY ==EMP-NAME-AR==
000800         ==EMP-DEGREE==     BY ==EMP-DEGREE-AR==
000805         ==EMP-NEW-ID== BY ==EMP-NEW-ID-AR==
000810         ==EMP-HIRE-DATE==  BY ==EMP-HIRE-DATE-AR==
000820         ==EMP-HIRE-YYYY==  BY ==EMP-HIRE-YYYY-AR==
000830         ==EMP-HIRE-MM==    BY ==EMP-HIRE-MM-AR==
000870         ==EMP-TRANS-CHANGE== BY ==EMP-TRANS-CHANGE-AR==
000880         ==EMP-TRANS-TERM== BY ==EMP-TRANS-TERM-AR==
000885         ==EMP-TRANS-REHIRE== BY ==EMP-TRANS-REHIRE-AR==
000887         ==EMP-TRANS-REKEY== BY ==EMP-TRANS-REKEY-AR==
000890         ==EMP-STATUS-SW==  BY ==EMP-STATUS-SW-AR==
000900         ==EMP-ST-ACTIVE==  BY ==EMP-ST-ACTIVE-AR==
000910         ==EMP-ST-TERMINATED== BY ==EMP-ST-TERMINATED-AR==
