                                     ==SR-OPERATOR==
                                  ==JR-ORIG-REF== BY
                                     ==SR-ORIG-REF==
                                  ==JR-FX-DETAIL== BY
                                     ==SR-FX-DETAIL==
                                  ==JR-FX-CCY== BY ==SR-FX-CCY==
                                  ==JR-FX-AMOUNT== BY
                                     ==SR-FX-AMOUNT==
                                  ==JR-APPR-DETAIL== BY
                                     ==SR-APPR-DETAIL==
                                  ==JR-APPR-TAG== BY ==SR-APPR-TAG==
                                  ==JR-APPR-CUST== BY
                                     ==SR-APPR-CUST==
                                  ==JR-OWNER-CUST== BY
                                     ==SR-OWNER-CUST==.
       FD  SORTJRNL RECORDING MODE F.
                                     ==SJ-OPERATOR==
                                  ==JR-ORIG-REF== BY
                                     ==SJ-ORIG-REF==
                                  ==JR-FX-DETAIL== BY
                                     ==SJ-FX-DETAIL==
                                  ==JR-FX-CCY== BY ==SJ-FX-CCY==
                                  ==JR-FX-AMOUNT== BY
                                     ==SJ-FX-AMOUNT==
                                  ==JR-APPR-DETAIL== BY
                                     ==SJ-APPR-DETAIL==
                                  ==JR-APPR-TAG== BY ==SJ-APPR-TAG==
                                  ==JR-APPR-CUST== BY
                                     ==SJ-APPR-CUST==
                                  ==JR-OWNER-CUST== BY
                                     ==SJ-OWNER-CUST==.
       FD  VSAMZBNK.
