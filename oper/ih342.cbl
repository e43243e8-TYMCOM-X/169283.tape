002680     02  MSTR-ANNUAL-RATE    PICTURE S9(5)V99.                    IH342     
002690     02  FILLER          PICTURE X(29).                           IH342     
002700     02  MSTR-CLOCK-NO   PICTURE XX.                              IH342     
002710     02  MSTR-STEP-DATE  PICTURE X(6).                            IH342     
002711     02  FILLER          PICTURE X(18).                           IH342     
002720     02  MSTR-EOD-DATE.                                           IH342     
002730         04  EOD-MODAY.                                           IH342     
002740             06  EOD-MONTH   PICTURE 99.                          IH342     
