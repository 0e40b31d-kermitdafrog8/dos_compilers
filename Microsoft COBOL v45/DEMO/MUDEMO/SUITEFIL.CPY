      ************************************************************
      *                                                          *
      *                     SUITEFIL.CPY                         *
      *                                                          *
      *  Every data file in the Stock Control System suite, for  *
      *  the whole-suite backup set (SUITEBAK) and its restore   *
      *  (SUITERST).  One entry per physical file: the name, its *
      *  organization and, for an indexed data part, the record  *
      *  length.                                                 *
      *                                                          *
      *      I - data part of an indexed file                    *
      *      X - index part of an indexed file (.IDX), copied    *
      *          alongside its data part, never counted          *
      *      L - line sequential file                            *
      *                                                          *
      *  A program that assigns a new data file must add it      *
      *  here, in name order, and bump suite-file-count, or the  *
      *  backup set silently leaves it behind.  MUBATCTL.DAT     *
      *  and MULOCKDR.DAT are left out on purpose - they record  *
      *  which jobs are running and which records are locked     *
      *  right now, and an old copy of either brought back by a  *
      *  restore would only block the jobs and users of today.   *
      *                                                          *
      ************************************************************

       01  suite-file-values.
           03  filler pic x(17) value "ASNFILE.DAT L0000".
           03  filler pic x(17) value "ASNXMIT.DAT L0000".
           03  filler pic x(17) value "BANKSTMT.DATL0000".
           03  filler pic x(17) value "COSTHIST.DATL0000".
           03  filler pic x(17) value "CURRHIST.DATL0000".
           03  filler pic x(17) value "CYCCOUNT.DATL0000".
           03  filler pic x(17) value "EINVXMIT.DATL0000".
           03  filler pic x(17) value "GLJRNL.DAT  L0000".
           03  filler pic x(17) value "LABELREQ.DATL0000".
           03  filler pic x(17) value "LOCKBOX.DAT L0000".
           03  filler pic x(17) value "MUADJPND.DATI0096".
           03  filler pic x(17) value "MUADJPND.IDXX0000".
           03  filler pic x(17) value "MUADJTHR.DATL0000".
           03  filler pic x(17) value "MUALERTS.DATI0092".
           03  filler pic x(17) value "MUALERTS.IDXX0000".
           03  filler pic x(17) value "MUALLOC.DAT I0056".
           03  filler pic x(17) value "MUALLOC.IDX X0000".
           03  filler pic x(17) value "MUALTITM.DATI0039".
           03  filler pic x(17) value "MUALTITM.IDXX0000".
           03  filler pic x(17) value "MUAPINV.DAT I0038".
           03  filler pic x(17) value "MUAPINV.IDX X0000".
           03  filler pic x(17) value "MUAPOWED.DATI0097".
           03  filler pic x(17) value "MUAPOWED.HSTI0097".
           03  filler pic x(17) value "MUAPOWED.IDXX0000".
           03  filler pic x(17) value "MUARITEM.DATI0129".
           03  filler pic x(17) value "MUARITEM.HSTI0129".
           03  filler pic x(17) value "MUARITEM.IDXX0000".
           03  filler pic x(17) value "MUARWOPN.DATI0094".
           03  filler pic x(17) value "MUARWOPN.IDXX0000".
           03  filler pic x(17) value "MUASNLOG.DATI0056".
           03  filler pic x(17) value "MUASNLOG.IDXX0000".
           03  filler pic x(17) value "MUASNNUM.DATL0000".
           03  filler pic x(17) value "MUASNSTG.DATI0047".
           03  filler pic x(17) value "MUASNSTG.IDXX0000".
           03  filler pic x(17) value "MUATSRCP.DATL0000".
           03  filler pic x(17) value "MUAUTHMX.DATL0000".
           03  filler pic x(17) value "MUBANKTX.DATI0044".
           03  filler pic x(17) value "MUBANKTX.IDXX0000".
           03  filler pic x(17) value "MUBINMST.DATI0025".
           03  filler pic x(17) value "MUBINMST.IDXX0000".
           03  filler pic x(17) value "MUBINSTK.DATI0040".
           03  filler pic x(17) value "MUBINSTK.IDXX0000".
           03  filler pic x(17) value "MUBKORD.DAT I0033".
           03  filler pic x(17) value "MUBKORD.IDX X0000".
           03  filler pic x(17) value "MUBLANKT.DATI0046".
           03  filler pic x(17) value "MUBLANKT.IDXX0000".
           03  filler pic x(17) value "MUBOMDTA.DATI0024".
           03  filler pic x(17) value "MUBOMDTA.IDXX0000".
           03  filler pic x(17) value "MUBUSDAT.DATL0000".
           03  filler pic x(17) value "MUCALNDR.DATI0029".
           03  filler pic x(17) value "MUCALNDR.IDXX0000".
           03  filler pic x(17) value "MUCARHAZ.DATI0009".
           03  filler pic x(17) value "MUCARHAZ.IDXX0000".
           03  filler pic x(17) value "MUCARRAT.DATI0030".
           03  filler pic x(17) value "MUCARRAT.IDXX0000".
           03  filler pic x(17) value "MUCARTON.DATI0079".
           03  filler pic x(17) value "MUCARTON.IDXX0000".
           03  filler pic x(17) value "MUCASHHS.DATI0074".
           03  filler pic x(17) value "MUCASHHS.IDXX0000".
           03  filler pic x(17) value "MUCATEGY.DATI0043".
           03  filler pic x(17) value "MUCATEGY.IDXX0000".
           03  filler pic x(17) value "MUCCNUM.DAT L0000".
           03  filler pic x(17) value "MUCCONS.DAT I0020".
           03  filler pic x(17) value "MUCCONS.IDX X0000".
           03  filler pic x(17) value "MUCMNUM.DAT L0000".
           03  filler pic x(17) value "MUCOA.DAT   I0038".
           03  filler pic x(17) value "MUCOA.IDX   X0000".
           03  filler pic x(17) value "MUCOLNOT.DATI0132".
           03  filler pic x(17) value "MUCOLNOT.IDXX0000".
           03  filler pic x(17) value "MUCOMMCB.DATI0072".
           03  filler pic x(17) value "MUCOMMCB.IDXX0000".
           03  filler pic x(17) value "MUCOMPNY.DATI0033".
           03  filler pic x(17) value "MUCOMPNY.IDXX0000".
           03  filler pic x(17) value "MUCONOWE.DATL0000".
           03  filler pic x(17) value "MUCONSGN.DATI0030".
           03  filler pic x(17) value "MUCONSGN.IDXX0000".
           03  filler pic x(17) value "MUCPRICE.DATI0030".
           03  filler pic x(17) value "MUCPRICE.IDXX0000".
           03  filler pic x(17) value "MUCSTCTR.DATI0041".
           03  filler pic x(17) value "MUCSTCTR.IDXX0000".
           03  filler pic x(17) value "MUCSTITM.DATI0063".
           03  filler pic x(17) value "MUCSTITM.IDXX0000".
           03  filler pic x(17) value "MUCSTLYR.DATI0041".
           03  filler pic x(17) value "MUCSTLYR.IDXX0000".
           03  filler pic x(17) value "MUCTNNUM.DATL0000".
           03  filler pic x(17) value "MUCURR.DAT  L0000".
           03  filler pic x(17) value "MUCURRCO.DATL0000".
           03  filler pic x(17) value "MUCUSTMR.DATI0158".
           03  filler pic x(17) value "MUCUSTMR.IDXX0000".
           03  filler pic x(17) value "MUCYCCNT.DATI0032".
           03  filler pic x(17) value "MUCYCCNT.IDXX0000".
           03  filler pic x(17) value "MUCYCHST.DATL0000".
           03  filler pic x(17) value "MUCYCPRM.DATL0000".
           03  filler pic x(17) value "MUDMNUM.DAT L0000".
           03  filler pic x(17) value "MUDSNUM.DAT L0000".
           03  filler pic x(17) value "MUEINVLG.DATI0043".
           03  filler pic x(17) value "MUEINVLG.IDXX0000".
           03  filler pic x(17) value "MUEXPLIN.DATI0084".
           03  filler pic x(17) value "MUEXPLIN.IDXX0000".
           03  filler pic x(17) value "MUFAPARM.DATL0000".
           03  filler pic x(17) value "MUFASSET.DATI0172".
           03  filler pic x(17) value "MUFASSET.IDXX0000".
           03  filler pic x(17) value "MUFAVS.DAT  L0000".
           03  filler pic x(17) value "MUFCST.DAT  I0037".
           03  filler pic x(17) value "MUFCST.IDX  X0000".
           03  filler pic x(17) value "MUGLBUDG.DATI0028".
           03  filler pic x(17) value "MUGLBUDG.IDXX0000".
           03  filler pic x(17) value "MUGLCLOS.DATL0000".
           03  filler pic x(17) value "MUGLCTRL.DATI0022".
           03  filler pic x(17) value "MUGLCTRL.IDXX0000".
           03  filler pic x(17) value "MUGLHIST.DATI0057".
           03  filler pic x(17) value "MUGLHIST.IDXX0000".
           03  filler pic x(17) value "MUHAZCLS.DATI0094".
           03  filler pic x(17) value "MUHAZCLS.IDXX0000".
           03  filler pic x(17) value "MUINTRNS.DATI0042".
           03  filler pic x(17) value "MUINTRNS.IDXX0000".
           03  filler pic x(17) value "MUINVNUM.DATL0000".
           03  filler pic x(17) value "MUINVOIC.DATI0157".
           03  filler pic x(17) value "MUINVOIC.IDXX0000".
           03  filler pic x(17) value "MUITMBIN.DATI0035".
           03  filler pic x(17) value "MUITMBIN.IDXX0000".
           03  filler pic x(17) value "MUJVNUM.DAT L0000".
           03  filler pic x(17) value "MUJVOUCH.DATI0090".
           03  filler pic x(17) value "MUJVOUCH.IDXX0000".
           03  filler pic x(17) value "MUKANBAN.DATI0327".
           03  filler pic x(17) value "MUKANBAN.IDXX0000".
           03  filler pic x(17) value "MUKBNUM.DAT L0000".
           03  filler pic x(17) value "MUKEYBAT.DATI0080".
           03  filler pic x(17) value "MUKEYBAT.IDXX0000".
           03  filler pic x(17) value "MULOCMST.DATI0066".
           03  filler pic x(17) value "MULOCMST.IDXX0000".
           03  filler pic x(17) value "MULOSTDM.DATL0000".
           03  filler pic x(17) value "MULOSTHS.DATI0034".
           03  filler pic x(17) value "MULOSTHS.IDXX0000".
           03  filler pic x(17) value "MULOTDTA.DATI0049".
           03  filler pic x(17) value "MULOTDTA.IDXX0000".
           03  filler pic x(17) value "MUMENUDF.DATL0000".
           03  filler pic x(17) value "MUMOVLOG.DATI0077".
           03  filler pic x(17) value "MUMOVLOG.IDXX0000".
           03  filler pic x(17) value "MUMRPPLN.DATL0000".
           03  filler pic x(17) value "MUNCR.DAT   I0211".
           03  filler pic x(17) value "MUNCR.IDX   X0000".
           03  filler pic x(17) value "MUNCRNUM.DATL0000".
           03  filler pic x(17) value "MUNEWITM.DATI0215".
           03  filler pic x(17) value "MUNEWITM.IDXX0000".
           03  filler pic x(17) value "MUNOTES.DAT I0088".
           03  filler pic x(17) value "MUNOTES.IDX X0000".
           03  filler pic x(17) value "MUORDERS.DATI0058".
           03  filler pic x(17) value "MUORDERS.HSTI0058".
           03  filler pic x(17) value "MUORDERS.IDXX0000".
           03  filler pic x(17) value "MUPERCTL.DATL0000".
           03  filler pic x(17) value "MUPHYFRZ.DATI0028".
           03  filler pic x(17) value "MUPHYFRZ.IDXX0000".
           03  filler pic x(17) value "MUPHYTAG.DATI0048".
           03  filler pic x(17) value "MUPHYTAG.IDXX0000".
           03  filler pic x(17) value "MUPODATA.DATI0112".
           03  filler pic x(17) value "MUPODATA.HSTI0112".
           03  filler pic x(17) value "MUPODATA.IDXX0000".
           03  filler pic x(17) value "MUPOHDR.DAT I0130".
           03  filler pic x(17) value "MUPOHDR.HST I0130".
           03  filler pic x(17) value "MUPOHDR.IDX X0000".
           03  filler pic x(17) value "MUPONUM.DAT L0000".
           03  filler pic x(17) value "MUPPV.DAT   I0069".
           03  filler pic x(17) value "MUPPV.IDX   X0000".
           03  filler pic x(17) value "MUPRCOVR.DATL0000".
           03  filler pic x(17) value "MUPRCPND.DATI0054".
           03  filler pic x(17) value "MUPRCPND.IDXX0000".
           03  filler pic x(17) value "MUQCFLAG.DATL0000".
           03  filler pic x(17) value "MUQCHOLD.DATI0053".
           03  filler pic x(17) value "MUQCHOLD.IDXX0000".
           03  filler pic x(17) value "MUQCNUM.DAT L0000".
           03  filler pic x(17) value "MUQUOTES.DATI0059".
           03  filler pic x(17) value "MUQUOTES.IDXX0000".
           03  filler pic x(17) value "MUREBATE.DATI0145".
           03  filler pic x(17) value "MUREBATE.IDXX0000".
           03  filler pic x(17) value "MUREPLEN.DATI0082".
           03  filler pic x(17) value "MUREPLEN.IDXX0000".
           03  filler pic x(17) value "MUREQSTN.DATI0084".
           03  filler pic x(17) value "MUREQSTN.IDXX0000".
           03  filler pic x(17) value "MUREQTHR.DATL0000".
           03  filler pic x(17) value "MURFQBID.DATI0049".
           03  filler pic x(17) value "MURFQBID.IDXX0000".
           03  filler pic x(17) value "MURFQHDR.DATI0107".
           03  filler pic x(17) value "MURFQHDR.IDXX0000".
           03  filler pic x(17) value "MURFQNUM.DATL0000".
           03  filler pic x(17) value "MURMADTA.DATI0062".
           03  filler pic x(17) value "MURMADTA.HSTI0062".
           03  filler pic x(17) value "MURMADTA.IDXX0000".
           03  filler pic x(17) value "MURMANUM.DATL0000".
           03  filler pic x(17) value "MUROUTE.DAT I0052".
           03  filler pic x(17) value "MUROUTE.IDX X0000".
           03  filler pic x(17) value "MURPTPRM.DATL0000".
           03  filler pic x(17) value "MURPTQUE.DATI0045".
           03  filler pic x(17) value "MURPTQUE.IDXX0000".
           03  filler pic x(17) value "MURQNUM.DAT L0000".
           03  filler pic x(17) value "MUSCHED.DAT L0000".
           03  filler pic x(17) value "MUSECPRM.DATL0000".
           03  filler pic x(17) value "MUSERIAL.DATI0046".
           03  filler pic x(17) value "MUSERIAL.IDXX0000".
           03  filler pic x(17) value "MUSESS.LOG  L0000".
           03  filler pic x(17) value "MUSHIPLG.DATI0115".
           03  filler pic x(17) value "MUSHIPLG.IDXX0000".
           03  filler pic x(17) value "MUSHIPTO.DATI0110".
           03  filler pic x(17) value "MUSHIPTO.IDXX0000".
           03  filler pic x(17) value "MUSLSREP.DATI0120".
           03  filler pic x(17) value "MUSLSREP.IDXX0000".
           03  filler pic x(17) value "MUSNAPSH.DATI0045".
           03  filler pic x(17) value "MUSNAPSH.IDXX0000".
           03  filler pic x(17) value "MUSODRUL.DATL0000".
           03  filler pic x(17) value "MUSOHDR.DAT I0055".
           03  filler pic x(17) value "MUSOHDR.HST I0055".
           03  filler pic x(17) value "MUSOHDR.IDX X0000".
           03  filler pic x(17) value "MUSOINC.DAT I0033".
           03  filler pic x(17) value "MUSOINC.IDX X0000".
           03  filler pic x(17) value "MUSONUM.DAT L0000".
           03  filler pic x(17) value "MUSTKLGR.DATI0066".
           03  filler pic x(17) value "MUSTKLGR.IDXX0000".
           03  filler pic x(17) value "MUSTOCK.DAT I0443".
           03  filler pic x(17) value "MUSTOCK.IDX X0000".
           03  filler pic x(17) value "MUSTREAM.DATL0000".
           03  filler pic x(17) value "MUSTRMST.DATL0000".
           03  filler pic x(17) value "MUSUBLOG.DATL0000".
           03  filler pic x(17) value "MUSUPVR.DAT L0000".
           03  filler pic x(17) value "MUSVCLIN.DATI0115".
           03  filler pic x(17) value "MUSVCLIN.IDXX0000".
           03  filler pic x(17) value "MUSVCNUM.DATL0000".
           03  filler pic x(17) value "MUSVCORD.DATI0147".
           03  filler pic x(17) value "MUSVCORD.IDXX0000".
           03  filler pic x(17) value "MUTAXJUR.DATI0046".
           03  filler pic x(17) value "MUTAXJUR.IDXX0000".
           03  filler pic x(17) value "MUUCNUM.DAT L0000".
           03  filler pic x(17) value "MUUOMCNV.DATI0021".
           03  filler pic x(17) value "MUUOMCNV.IDXX0000".
           03  filler pic x(17) value "MUUSERS.DAT I0091".
           03  filler pic x(17) value "MUUSERS.IDX X0000".
           03  filler pic x(17) value "MUVENDOR.DATI0117".
           03  filler pic x(17) value "MUVENDOR.IDXX0000".
           03  filler pic x(17) value "MUVNDDOC.DATI0077".
           03  filler pic x(17) value "MUVNDDOC.IDXX0000".
           03  filler pic x(17) value "MUVNDITM.DATI0097".
           03  filler pic x(17) value "MUVNDITM.IDXX0000".
           03  filler pic x(17) value "MUWARRTY.DATI0013".
           03  filler pic x(17) value "MUWARRTY.IDXX0000".
           03  filler pic x(17) value "MUWAVNUM.DATL0000".
           03  filler pic x(17) value "MUWKCTR.DAT I0047".
           03  filler pic x(17) value "MUWKCTR.IDX X0000".
           03  filler pic x(17) value "MUWOCOMP.DATI0042".
           03  filler pic x(17) value "MUWOCOMP.IDXX0000".
           03  filler pic x(17) value "MUWOLAB.DAT I0050".
           03  filler pic x(17) value "MUWOLAB.IDX X0000".
           03  filler pic x(17) value "MUWONUM.DAT L0000".
           03  filler pic x(17) value "MUWORDER.DATI0083".
           03  filler pic x(17) value "MUWORDER.IDXX0000".
           03  filler pic x(17) value "MUXFRNUM.DATL0000".
           03  filler pic x(17) value "PICKREQ.DAT L0000".
           03  filler pic x(17) value "POACK.DAT   L0000".
           03  filler pic x(17) value "PODFEED.DAT L0000".
           03  filler pic x(17) value "POXMIT.DAT  L0000".
           03  filler pic x(17) value "PRICHIST.DATL0000".
           03  filler pic x(17) value "RFQXMIT.DAT L0000".
           03  filler pic x(17) value "SCANFEED.DATL0000".
           03  filler pic x(17) value "SOIMPORT.DATL0000".
           03  filler pic x(17) value "STOCKCKP.DATL0000".
           03  filler pic x(17) value "VNDPRICE.DATL0000".

       01  suite-file-table redefines suite-file-values.
           03  sf-entry                  occurs 264 times.
               05  sf-file-name          pic x(12).
               05  sf-organization       pic x.
                   88  sf-indexed-data          value "I".
                   88  sf-index-part            value "X".
                   88  sf-line-sequential       value "L".
               05  sf-record-length      pic 9(04).

       01  suite-file-count              pic 9(03) comp value 264.
