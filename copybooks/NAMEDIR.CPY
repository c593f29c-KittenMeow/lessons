*> Record layout for the NAME-DIRECTORY reference file of
*> UserName-to-RealName pairs, maintained in-house by the tut0reg
*> registration program (add / correct / inactivate / browse, with
*> an activity log of every change) and fed nightly from HR's
*> joiners, name changes and leavers by tut0hrf.  coboltut
*> cross-checks against it so a duplicate UserName entered under a
*> different RealName, or an obvious typo, gets flagged instead of
*> silently overwriting USER-MASTER.  ND-STATUS marks an entry
*> inactivated by tut0reg (or by the tut0mrg UserName merge);
*> a blank status reads as active, so only an explicit "I" drops
*> an entry out of the cross-check.  A directory built on the old
*> 90-byte layout (before ND-STATUS) must be converted ONCE with
