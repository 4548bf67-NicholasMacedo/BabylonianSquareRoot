*>               failure before the copy-back (RC 16) leaves the
*>               master untouched; a failure during the copy-back
*>               names HISTNEW as the recovery source.
*>   2026-10-15  HISTFILE records widened to 156 bytes for the
*>               engine-release stamp; the offload and work-file
*>               images and the space-recovered figure follow.

identification division.
program-id. histage.
*> flat images of the master's records, so a purge regretted
*> later can be keyed back in.
fd  offload-file.
01  offload-record pic x(156).

*> Work file holding the records being kept, loaded back over the
*> live master only after the whole master has been read and the
*> work file proved complete.
fd  histnew-file.
01  histnew-record pic x(156).

*> The usage-profile and cutover report audit signs off from.
fd  report-file.
        move 16 to return-code
        stop run
    end-if.
    compute space-recovered = records-purged * 156.

*> ----------------------------------------------------------------
*> The report the cutover is signed off from: the usage profile,
