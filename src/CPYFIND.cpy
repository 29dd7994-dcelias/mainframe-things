      *    free-text Display lines, the way CEEERRLG already captures
      *    LE conditions - so the scheduler can route failures on the
      *    stable message id instead of grepping SYSOUT for wording.
      *    Message id ranges: PRM0001-PRM0007 Parms option checks
      *    (PRM0009 an OPTFILE whose SYSOPTF options cannot be found),
      *    PRC0001-PRC0008 the same checks on the CBL/PROCESS cards
      *    of a source member (Parms PARM='SOURCE', the member as
      *    context; PRC0008 a card option contradicting the PROC),
      *    RSP0000-RSP0009 Retspace command checks (RSP0008 is the
      *    override-used notice, RSP0009 a batch-window refusal),
      *    PSB0001-PSB0008 Presubmt consolidated checks,
      *    PJR0001-PJR0002 Parmrecn PARM changes no change ticket
      *    covers (PJR0002 one made outside its ticket's window).
      *    Find-Severity is ERROR or WARN except RSP0008, which is
      *    the one INFO on the dataset - automation keying on
      *    severity must not treat it as a failure.
