000300*   edited ASSESSED-FILE.
000400*
000500*   80-byte record carrying an assessed valuation total in
000600*   whole dollars. Written by CLREB024 (the front-end edit),
000650*   rewritten at post-Board values by CLREB026 (the Board of
000660*   Review stage) and read by CLREB025 (the impact report).
000800*   Pulled out to its own copybook so every side keeps one
000900*   definition, the way REBEQFRD01 does for FACTOR-FILE.
001000*
001010*   A detail is one of two things, told apart by AV-CLASS:
001020*     - Blank class: the quad summary -- one per year+quad,
