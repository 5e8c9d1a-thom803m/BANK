       PROGRAM-ID. AMLSAG.

      *> Efterforskerskaerm for AML-sagsregisteret amlsager.txt
      *> (sager aabnet af AMLBATCH - se registerformatet der - og
      *> SANKTION-sager aabnet af SANKTIONSTJEK, hvis hitdetaljer
      *> staar som noter paa sagen).
      *> Handlinger: list sager (L), tilfoej note (N), skift status
      *> (S: U=under efterforskning, R=rapporteret, D=henlagt) og
      *> ugentlig compliance-opsummering (O) med sagsantal pr.
