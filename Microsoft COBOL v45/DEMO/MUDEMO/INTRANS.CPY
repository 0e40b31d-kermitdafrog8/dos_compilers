      *  and STOCKLOC count it when checking that the location   *
      *  rows still add up to stock-held, and XFRRPT lists        *
      *  anything on the road longer than the expected journey.  *
      *  KBSCAN raises a transfer in requested status when a     *
      *  kanban card comes back empty - nothing has moved yet,   *
      *  the dispatch date holds the day it was asked for, and   *
      *  STOCKXFR's F fills it into an ordinary dispatch.        *
      *                                                          *
      ************************************************************

               05  it-status-flag                pic x.
                   88  it-dispatched                    value "D".
                   88  it-received                      value "R".
                   88  it-requested                     value "Q".
