                                  ==WS-BRANCH-CODE== BY
                                     ==WS-CL-BRANCH-CODE==
                                  ==WS-STMT-CYCLE== BY
                                     ==WS-CL-STMT-CYCLE==
                                  ==WS-DUAL-APPR-LIMIT== BY
                                     ==WS-CL-DUAL-APPR-LIMIT==.
       FD  ARCHRPT RECORDING MODE F.
       01  WS-RPT-LINE PIC X(80).
       COPY RUNCTLF.
