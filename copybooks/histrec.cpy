*> utility reports the master's usage profile and purges records
*> unreferenced beyond the retention window to a dated offload.
*>
*> hist-engine is the NTHROOT engine release the answers were
*> calculated under. lookup-history only reuses a record stamped
*> with the release the engine reports now; one from a superseded
*> release (or written before records were stamped, blank) is
*> recomputed and replaced, and the HISTSWP utility sweeps the
*> whole master the same way after an engine change.
*>
*> Shared by main-program (lookup-history / add-to-history) and
*> histage (the usage-profile and aging utility), roottune (which
*> can draw its sample from the master) and histswp (the
*> engine-release sweep).
*>
*> Used via:
*>     copy histrec.
     05 hist-stamp pic x(19).
     05 hist-hits pic 9(08).
     05 hist-last-ref pic x(19).
     05 hist-engine pic x(08).
