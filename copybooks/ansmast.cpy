      *    key by the regression check and the trend report instead
      *    of each of them rebuilding a latest-wins table from the
      *    whole ledger every evening. copied directly under each
      *    program's FD for the master file. the posting run and the
      *    program version that produced the answer ride along, so
      *    answers from a since-withdrawn build can be found.
      *    keyed by base camp as well since a second camp came on,
      *    so each site's answers stand on their own.
                01 AnswersMaster-Record.
                   05 AM-Key.
                      10 AM-Year pic X(4).
                      10 AM-Day  pic X(2).
                      10 AM-Part pic X(20).
                      10 AM-Site pic X(6).
                   05 AM-Date      pic X(10).
                   05 AM-InputFile pic X(20).
                   05 AM-Answer    pic Z(16).
                   05 AM-RunId     pic X(15).
                   05 AM-Version   pic X(6).
